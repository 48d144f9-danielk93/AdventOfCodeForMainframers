      * Duplicate-record fingerprint paragraphs, shared by ReadFile
      * and D1T2.  Requires in the copying program:
      *     SELECT FPRT-FILE ASSIGN TO "CALFPRT1"
      *         (ORGANIZATION INDEXED, ACCESS DYNAMIC,
      *          RECORD KEY IS FPRT-KEY,
      *          FILE STATUS IS FPRT-STATUS)
      *     FD FPRT-FILE.  COPY CALFPRT.
      *     SELECT DUP-FILE ASSIGN TO "CALDUP0n"   (LINE SEQUENTIAL,
      *         FILE STATUS IS DUP-STATUS)
      *     FD DUP-FILE.  01 DUP-RECORD PIC X(250).
      * plus the working storage from CALFPRTW.cpy, the THR-DUP-
      * settings from CALTHR.cpy, DEPT-CODE-WORK from CALDEPT.cpy,
      * WS-DATASET-NAME and RUN-MODE/RUN-CTL-DATE from RUNCTL.cpy.
      * A register that cannot be opened costs a SYSOUT warning
      * only - the night runs unchecked, exactly as before the
      * register existed.  A WHATIF run reads the register but
      * neither adds to it nor writes the report.
       OPEN-FINGERPRINT-FILES.
           MOVE 'N' TO FPRT-OPEN.
           IF MODE-WHATIF
               OPEN INPUT FPRT-FILE
           ELSE
               OPEN I-O FPRT-FILE
               IF FPRT-STATUS NOT = "00"
                   OPEN OUTPUT FPRT-FILE
                   IF FPRT-STATUS = "00"
                       CLOSE FPRT-FILE
                       OPEN I-O FPRT-FILE
                   END-IF
               END-IF
           END-IF.
           IF FPRT-STATUS = "00"
               MOVE 'Y' TO FPRT-OPEN
           ELSE
               DISPLAY "CALFPRT1 could not be opened - duplicate "
                   "records not checked"
           END-IF.
           MOVE 'N' TO DUP-OPEN.
           IF NOT MODE-WHATIF
               IF DUP-RESUME = 'Y'
                   OPEN EXTEND DUP-FILE
               END-IF
               IF DUP-RESUME = 'N' OR DUP-STATUS NOT = "00"
                   OPEN OUTPUT DUP-FILE
                   IF DUP-STATUS = "00"
                       PERFORM WRITE-DUP-HEADER
                   END-IF
               END-IF
               IF DUP-STATUS = "00"
                   MOVE 'Y' TO DUP-OPEN
               ELSE
                   DISPLAY "Duplicate-suspect report could not be "
                       "opened - suspects on SYSOUT only"
               END-IF
           END-IF.

       WRITE-DUP-HEADER.
           MOVE DUP-REPORT-TITLE TO DUP-RECORD.
           WRITE DUP-RECORD.
           MOVE THR-DUP-WINDOW TO DUP-DISPLAY-WINDOW.
           MOVE SPACES TO DUP-RECORD.
           STRING "MODE=" DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SIZE
                  "  RUNDATE=" DELIMITED BY SIZE
                  RUN-CTL-DATE DELIMITED BY SIZE
                  "  ACTION=" DELIMITED BY SIZE
                  THR-DUP-ACTION DELIMITED BY SPACE
                  "  WINDOW=" DELIMITED BY SIZE
                  DUP-DISPLAY-WINDOW DELIMITED BY SIZE
                  " NIGHTS" DELIMITED BY SIZE
                  INTO DUP-RECORD.
           WRITE DUP-RECORD.

      *    One keyed READ answers "has this exact record been seen
      *    tonight or within the window?".  A first sighting is
      *    registered on the spot, so a second copy later in the
      *    same night - in this dataset or another - is caught too.
       CHECK-RECORD-FINGERPRINT.
           MOVE 'N' TO DUP-SUSPECT.
           MOVE 'N' TO DUP-HOLD-RECORD.
           IF FPRT-OPEN = 'Y'
               MOVE FPRT-FEED-WORK TO FPRT-FEED
               MOVE DEPT-CODE-WORK TO FPRT-DEPT
               MOVE FPRT-TEXT-WORK TO FPRT-TEXT
               READ FPRT-FILE
                   INVALID KEY
                       PERFORM ADD-RECORD-FINGERPRINT
                   NOT INVALID KEY
                       PERFORM JUDGE-RECORD-FINGERPRINT
               END-READ
           END-IF.

       ADD-RECORD-FINGERPRINT.
           IF NOT MODE-WHATIF
               PERFORM SET-FINGERPRINT-SIGHTING
               WRITE FPRT-RECORD
                   INVALID KEY
                       PERFORM REREAD-RECORD-FINGERPRINT
               END-WRITE
           END-IF.

      *    A duplicate key on the WRITE means a parallel partition
      *    registered the same record after our READ missed it.
      *    Its copy is the first sighting, and this one is judged
      *    against it exactly as if the READ had found it.
       REREAD-RECORD-FINGERPRINT.
           READ FPRT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JUDGE-RECORD-FINGERPRINT
           END-READ.

      *    The same record at the same dataset and SEQ on the same
      *    night is our own earlier pass (a RERUN, a RESTART or a
      *    checkpoint resume), and a sighting dated after tonight
      *    means this is a rerun of the night that saw it first -
      *    neither is a duplicate.  A sighting older than the
      *    window is forgotten and tonight's copy takes its place.
       JUDGE-RECORD-FINGERPRINT.
           EVALUATE TRUE
               WHEN FPRT-RUN-DATE = RUN-CTL-DATE AND
                    FPRT-DSN = WS-DATASET-NAME AND
                    FPRT-SEQ = FPRT-SEQ-WORK
                   CONTINUE
               WHEN FPRT-RUN-DATE > RUN-CTL-DATE
                   CONTINUE
               WHEN OTHER
                   COMPUTE FPRT-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (RUN-CTL-DATE) -
                       FUNCTION INTEGER-OF-DATE (FPRT-RUN-DATE)
                   IF FPRT-AGE-DAYS > THR-DUP-WINDOW
                       IF NOT MODE-WHATIF
                           PERFORM SET-FINGERPRINT-SIGHTING
                           REWRITE FPRT-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
                   ELSE
                       PERFORM REPORT-DUPLICATE-SUSPECT
                   END-IF
           END-EVALUATE.

       SET-FINGERPRINT-SIGHTING.
           MOVE FPRT-FEED-WORK TO FPRT-FEED.
           MOVE DEPT-CODE-WORK TO FPRT-DEPT.
           MOVE FPRT-TEXT-WORK TO FPRT-TEXT.
           MOVE RUN-CTL-DATE TO FPRT-RUN-DATE.
           MOVE WS-DATASET-NAME TO FPRT-DSN.
           MOVE FPRT-SEQ-WORK TO FPRT-SEQ.

      *    The suspect line names both copies - this one and the
      *    first sighting on the register - with the night the
      *    first one arrived and what was done with this one.
       REPORT-DUPLICATE-SUSPECT.
           MOVE 'Y' TO DUP-SUSPECT.
           ADD 1 TO DUP-SUSPECT-COUNT.
           IF THR-DUP-HOLD
               MOVE 'Y' TO DUP-HOLD-RECORD
               ADD 1 TO DUP-HELD-COUNT
               MOVE "HELD" TO DUP-DISPOSITION
           ELSE
               MOVE "REPORTED" TO DUP-DISPOSITION
           END-IF.
           DISPLAY "  Duplicate suspect " WS-DATASET-NAME
               " SEQ=" FPRT-SEQ-WORK.
           DISPLAY "    first seen " FPRT-DSN " SEQ=" FPRT-SEQ
               " night " FPRT-RUN-DATE " - " DUP-DISPOSITION.
           IF DUP-OPEN = 'Y'
               MOVE SPACES TO DUP-RECORD
               STRING FPRT-ORIG-WORK DELIMITED BY SIZE
                      "  SRC=" DELIMITED BY SIZE
                      WS-DATASET-NAME DELIMITED BY SPACE
                      " SEQ=" DELIMITED BY SIZE
                      FPRT-SEQ-WORK DELIMITED BY SIZE
                      "  FIRST SRC=" DELIMITED BY SIZE
                      FPRT-DSN DELIMITED BY SPACE
                      " SEQ=" DELIMITED BY SIZE
                      FPRT-SEQ DELIMITED BY SIZE
                      " NIGHT=" DELIMITED BY SIZE
                      FPRT-RUN-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      DUP-DISPOSITION DELIMITED BY SPACE
                      INTO DUP-RECORD
               WRITE DUP-RECORD
           END-IF.

       CLOSE-FINGERPRINT-FILES.
           IF FPRT-OPEN = 'Y'
               CLOSE FPRT-FILE
               MOVE 'N' TO FPRT-OPEN
           END-IF.
           IF DUP-OPEN = 'Y'
               MOVE SPACES TO DUP-RECORD
               STRING "TOTAL SUSPECTS=" DELIMITED BY SIZE
                      DUP-SUSPECT-COUNT DELIMITED BY SIZE
                      "  HELD=" DELIMITED BY SIZE
                      DUP-HELD-COUNT DELIMITED BY SIZE
                      INTO DUP-RECORD
               WRITE DUP-RECORD
               CLOSE DUP-FILE
               MOVE 'N' TO DUP-OPEN
           END-IF.
