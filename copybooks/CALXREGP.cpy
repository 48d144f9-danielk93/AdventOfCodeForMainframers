      *     01 XREG-STATUS PIC XX.   01 XREG-REPLAY PIC X.
      *     01 XREG-THIS-PROGRAM PIC X(8).
      * plus the ENV- fields from CALENV.cpy, WS-DATASET-NAME and
      * the run mode and RUN-CTL-DATE from RUNCTL.cpy.
      * Both paragraphs quietly do nothing for a file that could not
      * be opened or when the register dataset is not allocated, so
      * a site without the register runs exactly as before.
      *    Only a fresh PROD run and a LATE run bounce replays:
      *    RERUN, RESTART and WHATIF deliberately re-read files this
      *    shop has already processed (and a RESTART may find files
      *    its failed first attempt registered mid-step), so the
      *    gate standing in their way would gut exactly the totals
      *    the re-run exists to rebuild.  It guards against upstream
      *    re-sends, not against our own re-processing.  A LATE run
      *    adds to the night's department history rather than
      *    replacing it, so it also bounces a legacy file already
      *    registered for that night - the header date the alert
      *    names is then the night itself.
      *    ReadFile and D1T2 sweep the same datasets and share one
      *    register entry per file, so an entry the OTHER program
      *    made for the same night and the same kind of run (LATE
      *    or not) is this run's own first pass, not a replay.
      *    Once the second program has processed the file the
      *    entry is marked BOTH, and from then on it bounces either.
       CHECK-TRANSMISSION-REGISTER.
           MOVE 'N' TO XREG-REPLAY.
           IF ENV-OPENED = 'Y' AND ENV-VALID = 'Y' AND
              (MODE-PROD OR MODE-LATE) AND
              (ENV-ENVELOPED = 'Y' OR MODE-LATE)
               OPEN INPUT XREG-FILE
               IF XREG-STATUS = "00"
                   IF ENV-ENVELOPED = 'N'
                       MOVE RUN-CTL-DATE TO ENV-HDR-DATE
                   END-IF
                   PERFORM SET-TRANSMISSION-KEY
                   READ XREG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM JUDGE-REGISTERED-ENTRY
                   END-READ
                   CLOSE XREG-FILE
               END-IF
           END-IF.

       JUDGE-REGISTERED-ENTRY.
           MOVE 'Y' TO XREG-REPLAY.
           IF XREG-PROGRAM NOT = XREG-THIS-PROGRAM AND
              XREG-PROGRAM NOT = "BOTH" AND
              XREG-RUN-DATE = RUN-CTL-DATE
               IF (MODE-LATE AND XREG-LATE-ARRIVAL) OR
                  (NOT MODE-LATE AND NOT XREG-LATE-ARRIVAL)
                   MOVE 'N' TO XREG-REPLAY
               END-IF
           END-IF.

      *    Registration happens once the file's records are safely
      *    counted, so a run that dies mid-file never marks that
      *    file processed.  A duplicate key here means a parallel
      *    step or the other calibration program already
      *    registered it - that is the answer we wanted on file, so
      *    it is not an error; an entry the other program made is
      *    marked BOTH so neither program takes the file again.
       REGISTER-TRANSMISSION.
           IF ENV-OPENED = 'Y' AND ENV-VALID = 'Y'
               OPEN I-O XREG-FILE
               IF XREG-STATUS NOT = "00"
                   OPEN OUTPUT XREG-FILE
                   DISPLAY "XMITREG1 could not be opened - "
                       WS-DATASET-NAME " not registered"
               ELSE
                   PERFORM SET-TRANSMISSION-KEY
                   ACCEPT XREG-PROC-DATE FROM DATE YYYYMMDD
                   ACCEPT XREG-PROC-TIME FROM TIME
                   MOVE XREG-THIS-PROGRAM TO XREG-PROGRAM
                   MOVE RUN-CTL-DATE TO XREG-RUN-DATE
                   IF MODE-LATE
                       MOVE 'L' TO XREG-ARRIVAL
                   ELSE
                       MOVE SPACE TO XREG-ARRIVAL
                   END-IF
                   WRITE XREG-RECORD
                       INVALID KEY
                           PERFORM MARK-REGISTERED-BOTH
                   END-WRITE
                   CLOSE XREG-FILE
               END-IF
           END-IF.

       MARK-REGISTERED-BOTH.
           READ XREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XREG-PROGRAM NOT = XREG-THIS-PROGRAM AND
                      XREG-PROGRAM NOT = "BOTH"
                       MOVE "BOTH" TO XREG-PROGRAM
                       REWRITE XREG-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      *    An enveloped file is keyed by its own header date and
      *    hash; a legacy file by the night it was processed for
      *    and a zero hash.
       SET-TRANSMISSION-KEY.
           IF ENV-ENVELOPED = 'Y'
               MOVE ENV-HDR-DATE TO XREG-HDR-DATE
               MOVE ENV-TRL-HASH TO XREG-TRL-HASH
           ELSE
               MOVE RUN-CTL-DATE TO XREG-HDR-DATE
               MOVE ZERO TO XREG-TRL-HASH
           END-IF.
           MOVE WS-DATASET-NAME TO XREG-DSN.
