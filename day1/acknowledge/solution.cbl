      *        bytes  1-8   extract date yyyymmdd
      *        bytes 10-12  ACK or NAK
      *        bytes 14-33  reason (NAK only)
      *        bytes 35-36  correction number (blank or 00 = the
      *                     nightly extract itself)
      *    Each card posts against the keyed XTRREG1 extract
      *    register D1NIGHT writes.  The exceptions sweep then
      *    lists, on ACKEXCP1, every NAKed extract and every
      *    operator alert, so a dropped transmission is caught here
      *    the next morning instead of by corporate at month end.
      *    Scheduled every morning after the corporate file lands.
      *    Restatement corrections D1RCYC sends for an earlier night
      *    are registered under that night's date plus a correction
      *    number and are acknowledged, aged (from the day they were
      *    produced) and queued for resend exactly like the nightly
      *    extract.
      *    RC 8 = an ACK/NAK card matched no registered extract,
      *    RC 4 = extracts are on the retransmit queue.
       ENVIRONMENT DIVISION.
           05 ACK-VERB          PIC X(3).
           05 FILLER            PIC X.
           05 ACK-REASON        PIC X(20).
           05 FILLER            PIC X.
           05 ACK-CORR-SEQ      PIC X(2).
           05 FILLER            PIC X(4).

       FD XTRREG-FILE.
       COPY XTRREG.
       01 TODAY-DATE        PIC 9(8).
       01 TODAY-INT         PIC 9(8).
       01 XTR-INT           PIC 9(8).
       01 EXTRACT-LABEL     PIC X(16).
       01 AGE-NIGHTS        PIC 9(4).
       01 ACKED-COUNT       PIC 9(4) VALUE ZERO.
       01 NAKED-COUNT       PIC 9(4) VALUE ZERO.

       POST-ONE-ACK.
           MOVE ACK-XTR-DATE TO XTRR-DATE.
           MOVE ZERO TO XTRR-CORR-SEQ.
           IF ACK-CORR-SEQ IS NUMERIC
               MOVE ACK-CORR-SEQ TO XTRR-CORR-SEQ
           END-IF.
           PERFORM BUILD-EXTRACT-LABEL.
           READ XTRREG-FILE
               INVALID KEY
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE SPACES TO EXCP-RECORD
                   STRING ACK-VERB DELIMITED BY SIZE
                          " FOR " DELIMITED BY SIZE
                          EXTRACT-LABEL DELIMITED BY "  "
                          " MATCHES NO REGISTERED EXTRACT"
                          DELIMITED BY SIZE
                          INTO EXCP-RECORD
                   REWRITE XTRR-RECORD
                       INVALID KEY
                           DISPLAY "XTRREG1 could not post "
                               ACK-VERB " for " EXTRACT-LABEL
                   END-REWRITE
           END-READ.

           END-IF.

       JUDGE-ONE-EXTRACT.
           PERFORM BUILD-EXTRACT-LABEL.
           IF XTRR-CORR-SEQ > ZERO
               COMPUTE XTR-INT =
                   FUNCTION INTEGER-OF-DATE (XTRR-PROD-DATE)
           ELSE
               COMPUTE XTR-INT = FUNCTION INTEGER-OF-DATE (XTRR-DATE)
           END-IF.
           COMPUTE AGE-NIGHTS = TODAY-INT - XTR-INT.
           MOVE AGE-NIGHTS TO DISPLAY-AGE.
           EVALUATE TRUE
                   MOVE SPACES TO EXCP-RECORD
                   STRING "AWAITING RESEND  EXTRACT "
                          DELIMITED BY SIZE
                          EXTRACT-LABEL DELIMITED BY "  "
                          "  AGE=" DELIMITED BY SIZE
                          DISPLAY-AGE DELIMITED BY SIZE
                          " NIGHTS  " DELIMITED BY SIZE
           MOVE SPACES TO EXCP-RECORD.
           IF XTRR-STATUS = 'N'
               STRING "NAKED            EXTRACT " DELIMITED BY SIZE
                      EXTRACT-LABEL DELIMITED BY "  "
                      "  FLAGGED FOR RESEND  " DELIMITED BY SIZE
                      XTRR-REASON DELIMITED BY SIZE
                      INTO EXCP-RECORD
           ELSE
               STRING "UNACKNOWLEDGED   EXTRACT " DELIMITED BY SIZE
                      EXTRACT-LABEL DELIMITED BY "  "
                      "  AGE=" DELIMITED BY SIZE
                      DISPLAY-AGE DELIMITED BY SIZE
                      " NIGHTS  FLAGGED FOR RESEND"
           END-IF.
           WRITE EXCP-RECORD.
           MOVE SPACES TO ALERT-TEXT.
           EVALUATE TRUE
               WHEN XTRR-CORR-SEQ > ZERO AND XTRR-STATUS = 'N'
                   STRING "WARNING  CORRECTION EXTRACT "
                          DELIMITED BY SIZE
                          EXTRACT-LABEL DELIMITED BY "  "
                          " NAKED - FLAGGED FOR RESEND, SEE ACKEXCP1"
                          DELIMITED BY SIZE
                          INTO ALERT-TEXT
               WHEN XTRR-CORR-SEQ > ZERO
                   STRING "WARNING  CORRECTION EXTRACT "
                          DELIMITED BY SIZE
                          EXTRACT-LABEL DELIMITED BY "  "
                          " UNACKNOWLEDGED - FLAGGED FOR RESEND"
                          DELIMITED BY SIZE
                          INTO ALERT-TEXT
               WHEN XTRR-STATUS = 'N'
                   STRING "WARNING  NIGHTLY EXTRACT " DELIMITED BY SIZE
                          XTRR-DATE DELIMITED BY SIZE
                          " NAKED BY CORPORATE - FLAGGED FOR RESEND, "
                          DELIMITED BY SIZE
                          "SEE ACKEXCP1" DELIMITED BY SIZE
                          INTO ALERT-TEXT
               WHEN OTHER
                   STRING "WARNING  NIGHTLY EXTRACT " DELIMITED BY SIZE
                          XTRR-DATE DELIMITED BY SIZE
                          " UNACKNOWLEDGED BY CORPORATE - FLAGGED FOR "
                          DELIMITED BY SIZE
                          "RESEND, SEE ACKEXCP1" DELIMITED BY SIZE
                          INTO ALERT-TEXT
           END-EVALUATE.
           PERFORM WRITE-OPERATOR-ALERT.
           MOVE 'R' TO XTRR-STATUS.
           REWRITE XTRR-RECORD
               INVALID KEY
                   DISPLAY "XTRREG1 could not flag " EXTRACT-LABEL
                       " for resend"
           END-REWRITE.

      *    The nightly extract is known by its date alone; a
      *    restatement correction also carries its number.
       BUILD-EXTRACT-LABEL.
           MOVE SPACES TO EXTRACT-LABEL.
           IF XTRR-CORR-SEQ > ZERO
               STRING XTRR-DATE DELIMITED BY SIZE
                      " CORR " DELIMITED BY SIZE
                      XTRR-CORR-SEQ DELIMITED BY SIZE
                      INTO EXTRACT-LABEL
           ELSE
               MOVE XTRR-DATE TO EXTRACT-LABEL
           END-IF.

       COPY CALTHRP.
