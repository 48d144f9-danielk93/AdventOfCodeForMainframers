       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1SOD.

      *    Monthly segregation-of-duties report for the dual-
      *    controlled cards - corporate extract releases (XTRREL=Y
      *    on RUNCTL01, D1NIGHT), suspense write-offs (WOF on
      *    SUSPWOF1, D1SUSP) and department master changes and
      *    deactivations (CHG/DEA on DEPTTRN1, D1DEPTM).  Reads the
      *    cumulative DUALLOG1 those programs append to and prints
      *    on SODRPT1, for the month:
      *      - every controlled action taken, with who submitted it
      *        and who approved it (names from AUTHOPR1);
      *      - every card refused, with the reason;
      *      - taken and refused counts per action;
      *      - each operator's submissions, approvals and refusals.
      *    A taken action whose submitter and approver match, or
      *    whose operators are no longer on AUTHOPR1 as allowed for
      *    that action, is marked as an exception for audit to
      *    follow up.  SODCTL1 card (optional):
      *        MONTH=yyyymm        month to report (default: the
      *                            month of the processing night)
      *    Run in the month-end chain with D1TREND, D1CHGBK and
      *    D1SCORE, or on its own for another month.  The
      *    processing night comes from RUNCTL01 and CALNDR01 as it
      *    does for the rest of the chain (today when neither is
      *    there) and heads the report as MODE=xxx RUNDATE=, the
      *    stamp D1DIST checks.  RC 16 = DUALLOG1 not available or
      *    a bad RUNCTL01 card, RC 4 = refusals or exceptions in
      *    the month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUAL-LOG-FILE ASSIGN TO "DUALLOG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUAL-LOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-STATUS.

           SELECT SCTL-FILE ASSIGN TO "SODCTL1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCTL-STATUS.

           SELECT SOD-FILE ASSIGN TO "SODRPT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOD-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALNDR01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DUAL-LOG-FILE.
       01 DUAL-LOG-RECORD PIC X(132).

       FD AUTH-FILE.
       01 AUTH-RECORD PIC X(80).

       FD SCTL-FILE.
       01 SCTL-RECORD PIC X(40).

       FD SOD-FILE.
       01 SOD-RECORD PIC X(132).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD PIC X(40).

       FD CAL-FILE.
       01 CAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01 SCTL-STATUS       PIC XX.
       01 SOD-STATUS        PIC XX.
       01 SCTL-EOF          PIC X VALUE 'N'.
       01 DUAL-LOG-EOF      PIC X.
       COPY AUTHOPR.
       COPY RUNCTL.
       COPY CALCAL.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 SOD-MONTH         PIC 9(6) VALUE ZERO.
       01 SOD-PASS          PIC X(8).
       01 SOD-TAKEN         PIC 9(6) VALUE ZERO.
       01 SOD-REFUSED       PIC 9(6) VALUE ZERO.
       01 SOD-EXCEPTIONS    PIC 9(6) VALUE ZERO.
       01 SOD-SUB-NAME      PIC X(30).
       01 SOD-APR-NAME      PIC X(30).
       01 SOD-NAME-OPER     PIC X(8).
       01 SOD-NAME-WORK     PIC X(30).
       01 SOD-ROLE-OK       PIC X.
       01 SOD-ROLE-WANT     PIC X.
       01 SOD-EXCEPTION     PIC X(30).
      *    Taken/refused counts for the four controlled actions.
       01 SOD-ACTION-DATA.
           05 FILLER PIC X(6) VALUE "XTRREL".
           05 FILLER PIC X(6) VALUE "WOF".
           05 FILLER PIC X(6) VALUE "CHG".
           05 FILLER PIC X(6) VALUE "DEA".
       01 SOD-ACTION-TABLE REDEFINES SOD-ACTION-DATA.
           05 SOD-ACTION-CODE OCCURS 4 TIMES PIC X(6).
       01 SOD-ACTION-COUNTS.
           05 SOD-ACTION-CNT OCCURS 4 TIMES.
               10 SOD-ACT-TAKEN    PIC 9(6).
               10 SOD-ACT-REFUSED  PIC 9(6).
       01 SOD-ACT-IDX       PIC 9.
      *    Operators met on the month's log, in order of first
      *    appearance.
       01 SOD-OPER-COUNT    PIC 9(3) VALUE ZERO.
       01 SOD-OPER-IDX      PIC 9(3).
       01 SOD-OPER-FOUND    PIC 9(3).
       01 SOD-OPER-WORK     PIC X(8).
       01 SOD-OPER-TABLE.
           05 SOD-OPER-ENTRY OCCURS 200 TIMES.
               10 SOD-OPER-ID       PIC X(8).
               10 SOD-OPER-SUBS     PIC 9(6).
               10 SOD-OPER-APRS     PIC 9(6).
               10 SOD-OPER-REFS     PIC 9(6).
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       01 DISPLAY-COUNT2    PIC ZZZZZ9.
       01 DISPLAY-COUNT3    PIC ZZZZZ9.

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
      *    caught up by a BACKFILL reports its own month; a MONTH=
      *    card still has the last word.
           MOVE RUN-CTL-DATE (1:6) TO SOD-MONTH.
           PERFORM LOAD-SOD-CONTROL.
           MOVE ZERO TO SOD-ACTION-COUNTS.
           PERFORM LOAD-AUTH-OPERATORS.
           OPEN INPUT DUAL-LOG-FILE.
           IF DUAL-LOG-STATUS NOT = "00"
               DISPLAY "DUALLOG1 not available - no dual-control "
                   "log to report"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE DUAL-LOG-FILE.
           OPEN OUTPUT SOD-FILE.
           IF SOD-STATUS NOT = "00"
               DISPLAY "SODRPT1 could not be opened for output"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SOD-RECORD.
           STRING "SEGREGATION OF DUTIES REPORT  MONTH="
                  DELIMITED BY SIZE
                  SOD-MONTH DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE SPACES TO SOD-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           IF AUTH-LOADED NOT = 'Y'
               MOVE "AUTHOPR1 EMPTY OR ABSENT - OPERATOR NAMES AND "
                   TO SOD-RECORD
               MOVE "AUTHORITIES CANNOT BE SHOWN"
                   TO SOD-RECORD (47:)
               WRITE SOD-RECORD
           END-IF.
           MOVE SPACES TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "DUAL-CONTROLLED ACTIONS TAKEN" TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "TAKEN" TO SOD-PASS.
           PERFORM REPORT-LOG-PASS.
           IF SOD-TAKEN = ZERO
               MOVE "  NONE THIS MONTH" TO SOD-RECORD
               WRITE SOD-RECORD
           END-IF.
           MOVE SPACES TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "CONTROLLED CARDS REFUSED" TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "REFUSED" TO SOD-PASS.
           PERFORM REPORT-LOG-PASS.
           IF SOD-REFUSED = ZERO
               MOVE "  NONE THIS MONTH" TO SOD-RECORD
               WRITE SOD-RECORD
           END-IF.
           PERFORM WRITE-ACTION-SUMMARY.
           PERFORM WRITE-OPERATOR-SUMMARY.
           CLOSE SOD-FILE.
           DISPLAY "===== D1SOD control totals =====".
           DISPLAY "Month reported.........: " SOD-MONTH.
           DISPLAY "Controlled actions.....: " SOD-TAKEN.
           DISPLAY "Cards refused..........: " SOD-REFUSED.
           DISPLAY "Exceptions.............: " SOD-EXCEPTIONS.
           IF SOD-REFUSED > ZERO OR SOD-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SOD-CONTROL.
           OPEN INPUT SCTL-FILE.
           IF SCTL-STATUS = "00"
               PERFORM UNTIL SCTL-EOF = 'Y'
                   READ SCTL-FILE
                       AT END
                           MOVE 'Y' TO SCTL-EOF
                       NOT AT END
                           IF SCTL-RECORD (1:6) = "MONTH=" AND
                              SCTL-RECORD (7:6) IS NUMERIC
                               MOVE SCTL-RECORD (7:6) TO SOD-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCTL-FILE
           END-IF.

      *    One pass of the log per section, so each section stays
      *    in the order the actions happened.  Lines that are not
      *    dated log records are passed over.
       REPORT-LOG-PASS.
           OPEN INPUT DUAL-LOG-FILE.
           MOVE 'N' TO DUAL-LOG-EOF.
           PERFORM UNTIL DUAL-LOG-EOF = 'Y'
               READ DUAL-LOG-FILE
                   AT END
                       MOVE 'Y' TO DUAL-LOG-EOF
                   NOT AT END
                       MOVE DUAL-LOG-RECORD TO DUAL-STRUCT
                       IF DUAL-LOG-RECORD (1:8) IS NUMERIC
                          AND DLG-DATE (1:6) = SOD-MONTH
                          AND DLG-DISP = SOD-PASS
                           IF SOD-PASS = "TAKEN"
                               PERFORM REPORT-TAKEN-ACTION
                           ELSE
                               PERFORM REPORT-REFUSED-CARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUAL-LOG-FILE.

       REPORT-TAKEN-ACTION.
           ADD 1 TO SOD-TAKEN.
           PERFORM FIND-ACTION-ENTRY.
           IF SOD-ACT-IDX > ZERO
               ADD 1 TO SOD-ACT-TAKEN (SOD-ACT-IDX)
           END-IF.
           MOVE DLG-SUBMITTER TO SOD-OPER-WORK.
           PERFORM FIND-OPERATOR-ENTRY.
           IF SOD-OPER-FOUND > ZERO
               ADD 1 TO SOD-OPER-SUBS (SOD-OPER-FOUND)
           END-IF.
           MOVE DLG-APPROVER TO SOD-OPER-WORK.
           PERFORM FIND-OPERATOR-ENTRY.
           IF SOD-OPER-FOUND > ZERO
               ADD 1 TO SOD-OPER-APRS (SOD-OPER-FOUND)
           END-IF.
      *    Re-judge the pair against today's AUTHOPR1 - an operator
      *    whose authority has since been withdrawn still shows,
      *    but marked for audit.
           MOVE SPACES TO SOD-EXCEPTION.
           MOVE DLG-SUBMITTER TO SOD-NAME-OPER.
           MOVE 'S' TO SOD-ROLE-WANT.
           PERFORM RESOLVE-OPERATOR.
           MOVE SOD-NAME-WORK TO SOD-SUB-NAME.
           IF SOD-ROLE-OK NOT = 'Y'
               MOVE "SUBMITTER NOT AUTHORIZED NOW" TO SOD-EXCEPTION
           END-IF.
           MOVE DLG-APPROVER TO SOD-NAME-OPER.
           MOVE 'A' TO SOD-ROLE-WANT.
           PERFORM RESOLVE-OPERATOR.
           MOVE SOD-NAME-WORK TO SOD-APR-NAME.
           IF SOD-ROLE-OK NOT = 'Y'
               MOVE "APPROVER NOT AUTHORIZED NOW" TO SOD-EXCEPTION
           END-IF.
           IF DLG-SUBMITTER = DLG-APPROVER
               MOVE "SUBMITTER IS APPROVER" TO SOD-EXCEPTION
           END-IF.
           IF AUTH-LOADED NOT = 'Y'
               MOVE SPACES TO SOD-EXCEPTION
           END-IF.
           MOVE SPACES TO SOD-RECORD.
           STRING "  " DELIMITED BY SIZE
                  DLG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-TIME (1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-DETAIL DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE SPACES TO SOD-RECORD.
           STRING "      SUBMITTED BY " DELIMITED BY SIZE
                  DLG-SUBMITTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-SUB-NAME DELIMITED BY SIZE
                  "  APPROVED BY " DELIMITED BY SIZE
                  DLG-APPROVER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-APR-NAME DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           IF SOD-EXCEPTION NOT = SPACES
               ADD 1 TO SOD-EXCEPTIONS
               MOVE SPACES TO SOD-RECORD
               STRING "      *** EXCEPTION: " DELIMITED BY SIZE
                      SOD-EXCEPTION DELIMITED BY SIZE
                      INTO SOD-RECORD
               WRITE SOD-RECORD
           END-IF.

       REPORT-REFUSED-CARD.
           ADD 1 TO SOD-REFUSED.
           PERFORM FIND-ACTION-ENTRY.
           IF SOD-ACT-IDX > ZERO
               ADD 1 TO SOD-ACT-REFUSED (SOD-ACT-IDX)
           END-IF.
           IF DLG-SUBMITTER NOT = SPACES
               MOVE DLG-SUBMITTER TO SOD-OPER-WORK
               PERFORM FIND-OPERATOR-ENTRY
               IF SOD-OPER-FOUND > ZERO
                   ADD 1 TO SOD-OPER-REFS (SOD-OPER-FOUND)
               END-IF
           END-IF.
           MOVE SPACES TO SOD-RECORD.
           STRING "  " DELIMITED BY SIZE
                  DLG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-TIME (1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLG-DETAIL DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE SPACES TO SOD-RECORD.
           STRING "      SUB=" DELIMITED BY SIZE
                  DLG-SUBMITTER DELIMITED BY SIZE
                  " APR=" DELIMITED BY SIZE
                  DLG-APPROVER DELIMITED BY SIZE
                  "  REFUSED - " DELIMITED BY SIZE
                  DLG-REASON DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.

       FIND-ACTION-ENTRY.
           MOVE ZERO TO SOD-ACT-IDX.
           PERFORM VARYING SOD-OPER-IDX FROM 1 BY 1
               UNTIL SOD-OPER-IDX > 4 OR SOD-ACT-IDX > ZERO
               IF SOD-ACTION-CODE (SOD-OPER-IDX) = DLG-ACTION
                   MOVE SOD-OPER-IDX TO SOD-ACT-IDX
               END-IF
           END-PERFORM.

       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO SOD-OPER-FOUND.
           PERFORM VARYING SOD-OPER-IDX FROM 1 BY 1
               UNTIL SOD-OPER-IDX > SOD-OPER-COUNT
                   OR SOD-OPER-FOUND > ZERO
               IF SOD-OPER-ID (SOD-OPER-IDX) = SOD-OPER-WORK
                   MOVE SOD-OPER-IDX TO SOD-OPER-FOUND
               END-IF
           END-PERFORM.
           IF SOD-OPER-FOUND = ZERO AND SOD-OPER-COUNT < 200
               ADD 1 TO SOD-OPER-COUNT
               MOVE SOD-OPER-WORK TO SOD-OPER-ID (SOD-OPER-COUNT)
               MOVE ZERO TO SOD-OPER-SUBS (SOD-OPER-COUNT)
               MOVE ZERO TO SOD-OPER-APRS (SOD-OPER-COUNT)
               MOVE ZERO TO SOD-OPER-REFS (SOD-OPER-COUNT)
               MOVE SOD-OPER-COUNT TO SOD-OPER-FOUND
           END-IF.

      *    Name of SOD-NAME-OPER from AUTHOPR1, and whether it now
      *    holds SOD-ROLE-WANT (or 'B') for the logged action.
       RESOLVE-OPERATOR.
           MOVE "(NOT ON AUTHOPR1)" TO SOD-NAME-WORK.
           MOVE 'N' TO SOD-ROLE-OK.
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > AUTH-COUNT
               IF AUTH-OPER (AUTH-IDX) = SOD-NAME-OPER
                   IF AUTH-NAME (AUTH-IDX) NOT = SPACES
                       MOVE AUTH-NAME (AUTH-IDX) TO SOD-NAME-WORK
                   END-IF
                   IF AUTH-ACTION (AUTH-IDX) = DLG-ACTION AND
                      (AUTH-ROLE (AUTH-IDX) = SOD-ROLE-WANT OR
                       AUTH-ROLE (AUTH-IDX) = 'B')
                       MOVE 'Y' TO SOD-ROLE-OK
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ACTION-SUMMARY.
           MOVE SPACES TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "SUMMARY BY ACTION" TO SOD-RECORD.
           WRITE SOD-RECORD.
           PERFORM VARYING SOD-ACT-IDX FROM 1 BY 1
               UNTIL SOD-ACT-IDX > 4
               MOVE SOD-ACT-TAKEN (SOD-ACT-IDX) TO DISPLAY-COUNT
               MOVE SOD-ACT-REFUSED (SOD-ACT-IDX) TO DISPLAY-COUNT2
               MOVE SPACES TO SOD-RECORD
               STRING "  ACTION=" DELIMITED BY SIZE
                      SOD-ACTION-CODE (SOD-ACT-IDX) DELIMITED BY SIZE
                      "  TAKEN=" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      "  REFUSED=" DELIMITED BY SIZE
                      DISPLAY-COUNT2 DELIMITED BY SIZE
                      INTO SOD-RECORD
               WRITE SOD-RECORD
           END-PERFORM.

       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "SUMMARY BY OPERATOR" TO SOD-RECORD.
           WRITE SOD-RECORD.
           IF SOD-OPER-COUNT = ZERO
               MOVE "  NO CONTROLLED CARDS THIS MONTH" TO SOD-RECORD
               WRITE SOD-RECORD
           END-IF.
           MOVE SPACES TO DLG-ACTION.
           PERFORM VARYING SOD-OPER-FOUND FROM 1 BY 1
               UNTIL SOD-OPER-FOUND > SOD-OPER-COUNT
               MOVE SOD-OPER-ID (SOD-OPER-FOUND) TO SOD-NAME-OPER
               PERFORM RESOLVE-OPERATOR
               MOVE SOD-OPER-SUBS (SOD-OPER-FOUND) TO DISPLAY-COUNT
               MOVE SOD-OPER-APRS (SOD-OPER-FOUND) TO DISPLAY-COUNT2
               MOVE SOD-OPER-REFS (SOD-OPER-FOUND) TO DISPLAY-COUNT3
               MOVE SPACES TO SOD-RECORD
               STRING "  " DELIMITED BY SIZE
                      SOD-OPER-ID (SOD-OPER-FOUND) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SOD-NAME-WORK DELIMITED BY SIZE
                      "  SUBMITTED=" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      "  APPROVED=" DELIMITED BY SIZE
                      DISPLAY-COUNT2 DELIMITED BY SIZE
                      "  REFUSED=" DELIMITED BY SIZE
                      DISPLAY-COUNT3 DELIMITED BY SIZE
                      INTO SOD-RECORD
               WRITE SOD-RECORD
           END-PERFORM.
           MOVE SPACES TO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE SOD-TAKEN TO DISPLAY-COUNT.
           MOVE SOD-REFUSED TO DISPLAY-COUNT2.
           MOVE SOD-EXCEPTIONS TO DISPLAY-COUNT3.
           MOVE SPACES TO SOD-RECORD.
           STRING "ACTIONS TAKEN=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  "  CARDS REFUSED=" DELIMITED BY SIZE
                  DISPLAY-COUNT2 DELIMITED BY SIZE
                  "  EXCEPTIONS=" DELIMITED BY SIZE
                  DISPLAY-COUNT3 DELIMITED BY SIZE
                  INTO SOD-RECORD.
           WRITE SOD-RECORD.
           MOVE "END OF REPORT" TO SOD-RECORD.
           WRITE SOD-RECORD.

       COPY AUTHOPRP.

       COPY RUNCTLP.

       COPY CALCALP.
