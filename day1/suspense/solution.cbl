      *    Reject-suspense maintenance and aging report.  Applies
      *    the SUSPWOF1 write-off cards data control keys for the
      *    hopeless rejects:
      *        WOF f yyyymmddnnnnnn ssssssss aaaaaaaa  reason
      *    (f = feed '1' digit / '2' word, then the entry's night
      *    and sequence as the aging report prints them, then the
      *    submitting and approving operator IDs - a write-off is
      *    under dual control, and a card with an unauthorized or
      *    self-approving pair is refused with an alert and logged
      *    on DUALLOG1 like every write-off applied; the optional
      *    reason in bytes 41-80 is printed with the write-off).
      *    Write-offs marked at the D1SWORK screen are queued on
      *    SUSPWOQ1 in the same layout, the marking clerk as
      *    submitter, and are applied after the deck through the
      *    same checks once a second operator has approved them
      *    there; one still unapproved stays queued for a later
      *    run and is listed as awaiting approval.  Then it
      *    lists every still-pending CALSUSP1 entry by nights
      *    outstanding on SUSPAGE1 - so a reject stays workable
      *    until somebody actually repairs it through D1RCYC or
      *    writes it off here.  Scheduled every morning with the
      *    alert report.  RC 8 = a write-off card matched no
      *    pending entry or was refused, or an unapproved queued
      *    write-off could not be held, RC 4 = pending entries
      *    remain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOF-STATUS.

           SELECT WOQ-FILE ASSIGN TO "SUSPWOQ1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUSPAGE1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-STATUS.

           SELECT DUAL-LOG-FILE ASSIGN TO "DUALLOG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUAL-LOG-STATUS.

           SELECT THR-FILE ASSIGN TO "THRESH01"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSP-FILE.
       COPY CALSUSP.

       FD WOF-FILE.
       01 WOF-RECORD PIC X(80).

       FD WOQ-FILE.
       01 WOQ-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD AUTH-FILE.
       01 AUTH-RECORD PIC X(80).

       FD DUAL-LOG-FILE.
       01 DUAL-LOG-RECORD PIC X(132).

       FD THR-FILE.
       01 THR-RECORD PIC X(40).

       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 SUSPF-STATUS      PIC XX.
       01 WOF-STATUS        PIC XX.
       01 REPORT-STATUS     PIC XX.
       01 WOF-EOF           PIC X VALUE 'N'.
       01 WOQ-STATUS        PIC XX.
       01 WOQ-EOF           PIC X VALUE 'N'.
       01 QUEUED-WOF-COUNT  PIC 9(4) VALUE ZERO.
       01 DROPPED-COUNT     PIC 9(4) VALUE ZERO.
      *    Queued write-offs still awaiting approval, written back
      *    to SUSPWOQ1 once the queue has been worked.
       01 WOQ-HELD-COUNT    PIC 9(4) VALUE ZERO.
       01 WOQ-IDX           PIC 9(4).
       01 WOQ-HELD-TABLE.
           05 WOQ-HELD      PIC X(80) OCCURS 1000 TIMES.
       01 SUSP-EOF          PIC X VALUE 'N'.
       01 TODAY-DATE        PIC 9(8).
       01 TODAY-INT         PIC 9(8).
       01 AGE-NIGHTS        PIC 9(4).
       01 WRITEOFF-COUNT    PIC 9(4) VALUE ZERO.
       01 UNMATCHED-COUNT   PIC 9(4) VALUE ZERO.
       01 REFUSED-COUNT     PIC 9(4) VALUE ZERO.
       01 PENDING-COUNT     PIC 9(6) VALUE ZERO.
       01 REPAIRED-COUNT    PIC 9(6) VALUE ZERO.
       01 WRITTEN-OFF-COUNT PIC 9(6) VALUE ZERO.
       01 DISPLAY-AGE       PIC ZZZ9.
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       COPY SUSPWOF.
       COPY RUNCTL.
       COPY CALTHR.
       COPY AUTHOPR.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== D1SUSP control totals =====".
           DISPLAY "Write-offs applied...: " WRITEOFF-COUNT.
           DISPLAY "Cards matching nothing: " UNMATCHED-COUNT.
           DISPLAY "Cards refused.........: " REFUSED-COUNT.
           DISPLAY "Queued write-offs read: " QUEUED-WOF-COUNT.
           DISPLAY "Queued, not approved..: " WOQ-HELD-COUNT.
           DISPLAY "Dropped, queue full...: " DROPPED-COUNT.
           DISPLAY "Entries still pending.: " PENDING-COUNT.
           IF UNMATCHED-COUNT > ZERO OR REFUSED-COUNT > ZERO
              OR DROPPED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PENDING-COUNT > ZERO
           STOP RUN.

       APPLY-WRITE-OFFS.
           MOVE "D1SUSP" TO DUAL-PROGRAM.
           MOVE "WOF" TO DUAL-ACTION.
           PERFORM LOAD-AUTH-OPERATORS.
           OPEN INPUT WOF-FILE.
           IF WOF-STATUS = "00"
               PERFORM UNTIL WOF-EOF = 'Y'
                   READ WOF-FILE INTO WOF-CARD
                       AT END
                           MOVE 'Y' TO WOF-EOF
                       NOT AT END
                           IF WOF-VERB = "WOF" AND
                              WOF-NIGHT IS NUMERIC AND
                              WOF-SEQ IS NUMERIC
                               PERFORM CHECK-WRITE-OFF-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOF-FILE
           END-IF.
           PERFORM APPLY-QUEUED-WRITE-OFFS.

      *    The screen queue goes through exactly the card checks
      *    once approved.  An unapproved one is held back and the
      *    queue is rewritten with only those, so an approved
      *    write-off is applied by one run only.
       APPLY-QUEUED-WRITE-OFFS.
           OPEN INPUT WOQ-FILE.
           IF WOQ-STATUS NOT = "00"
               DISPLAY "SUSPWOQ1 not available - no queued "
                   "write-offs to apply"
           ELSE
               PERFORM UNTIL WOQ-EOF = 'Y'
                   READ WOQ-FILE INTO WOF-CARD
                       AT END
                           MOVE 'Y' TO WOQ-EOF
                       NOT AT END
                           IF WOF-VERB = "WOF" AND
                              WOF-NIGHT IS NUMERIC AND
                              WOF-SEQ IS NUMERIC
                               ADD 1 TO QUEUED-WOF-COUNT
                               IF WOF-APPROVER = SPACES
                                   PERFORM HOLD-QUEUED-WRITE-OFF
                               ELSE
                                   PERFORM CHECK-WRITE-OFF-CARD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOQ-FILE
               OPEN OUTPUT WOQ-FILE
               IF WOQ-STATUS NOT = "00"
                   DISPLAY "SUSPWOQ1 could not be rewritten - clear "
                       "applied write-offs before the next run"
               ELSE
                   PERFORM VARYING WOQ-IDX FROM 1 BY 1
                       UNTIL WOQ-IDX > WOQ-HELD-COUNT
                       WRITE WOQ-RECORD FROM WOQ-HELD (WOQ-IDX)
                   END-PERFORM
                   CLOSE WOQ-FILE
               END-IF
           END-IF.

       HOLD-QUEUED-WRITE-OFF.
           MOVE SPACES TO REPORT-RECORD.
           IF WOQ-HELD-COUNT < 1000
               ADD 1 TO WOQ-HELD-COUNT
               MOVE WOF-CARD TO WOQ-HELD (WOQ-HELD-COUNT)
               STRING "WRITE-OFF AWAITING APPROVAL: FEED="
                      DELIMITED BY SIZE
                      WOF-FEED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WOF-NIGHT DELIMITED BY SIZE
                      WOF-SEQ DELIMITED BY SIZE
                      " SUB=" DELIMITED BY SIZE
                      WOF-SUBMITTER DELIMITED BY SIZE
                      " REASON=" DELIMITED BY SIZE
                      WOF-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               ADD 1 TO DROPPED-COUNT
               STRING "WRITE-OFF DROPPED, QUEUE FULL: FEED="
                      DELIMITED BY SIZE
                      WOF-FEED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WOF-NIGHT DELIMITED BY SIZE
                      WOF-SEQ DELIMITED BY SIZE
                      " SUB=" DELIMITED BY SIZE
                      WOF-SUBMITTER DELIMITED BY SIZE
                      " - MARK IT AGAIN" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       CHECK-WRITE-OFF-CARD.
           MOVE WOF-SUBMITTER TO DUAL-SUBMITTER.
           MOVE WOF-APPROVER TO DUAL-APPROVER.
           MOVE SPACES TO DUAL-DETAIL.
           STRING "WRITE-OFF FEED=" DELIMITED BY SIZE
                  WOF-FEED DELIMITED BY SIZE
                  " KEY=" DELIMITED BY SIZE
                  WOF-NIGHT DELIMITED BY SIZE
                  WOF-SEQ DELIMITED BY SIZE
                  INTO DUAL-DETAIL.
           PERFORM CHECK-DUAL-CONTROL.
           IF DUAL-REASON = SPACES
               PERFORM APPLY-ONE-WRITE-OFF
           ELSE
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "WRITE-OFF REFUSED: FEED=" DELIMITED BY SIZE
                      WOF-FEED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WOF-NIGHT DELIMITED BY SIZE
                      WOF-SEQ DELIMITED BY SIZE
                      " SUB=" DELIMITED BY SIZE
                      WOF-SUBMITTER DELIMITED BY SIZE
                      " APR=" DELIMITED BY SIZE
                      WOF-APPROVER DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      DUAL-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       APPLY-ONE-WRITE-OFF.
           MOVE WOF-FEED TO SUSP-FEED.
                                   "off " SUSP-KEY
                           NOT INVALID KEY
                               ADD 1 TO WRITEOFF-COUNT
                               MOVE "TAKEN" TO DUAL-DISP
                               PERFORM WRITE-DUAL-CONTROL-LOG
                               MOVE SPACES TO REPORT-RECORD
                               STRING "WRITTEN OFF  FEED="
                                      DELIMITED BY SIZE
                                      " SEQ=" DELIMITED BY SIZE
                                      SUSP-SEQ DELIMITED BY SIZE
                                      INTO REPORT-RECORD
                               IF WOF-REASON NOT = SPACES
                                   STRING " REASON=" DELIMITED BY SIZE
                                          WOF-REASON DELIMITED BY SIZE
                                          INTO REPORT-RECORD (46:)
                               END-IF
                               WRITE REPORT-RECORD
                               END-WRITE
                       END-REWRITE
           WRITE REPORT-RECORD.
           MOVE "END OF REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       COPY CALTHRP.

       COPY AUTHOPRP.

       COPY AUTHCHKP.
