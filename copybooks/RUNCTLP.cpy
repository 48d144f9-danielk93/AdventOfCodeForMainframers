                           MOVE 'Y' TO RUNCTL-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RUNCTL-RECORD (1:13) =
                                    "MODE=BACKFILL"
                                   MOVE "PROD" TO RUN-MODE
                                   MOVE 'Y' TO RUN-BACKFILL
                               WHEN RUNCTL-RECORD (1:5) = "MODE="
                                   MOVE RUNCTL-RECORD (6:7)
                                       TO RUN-MODE
                                   MOVE 'N' TO RUN-BACKFILL
                               WHEN RUNCTL-RECORD (1:5) = "DATE="
                                   IF RUNCTL-RECORD (6:8) IS NUMERIC
                                       MOVE RUNCTL-RECORD (6:8)
                                           TO RUN-CTL-DATE
                                   END-IF
                               WHEN RUNCTL-RECORD (1:9) = "FROMDATE="
                                   IF RUNCTL-RECORD (10:8) IS NUMERIC
                                       MOVE RUNCTL-RECORD (10:8)
                                           TO RUN-FROM-DATE
                                   END-IF
                               WHEN RUNCTL-RECORD (1:7) = "TODATE="
                                   IF RUNCTL-RECORD (8:8) IS NUMERIC
                                       MOVE RUNCTL-RECORD (8:8)
                                           TO RUN-TO-DATE
                                   END-IF
                               WHEN RUNCTL-RECORD (1:7) = "XTRREL="
                                   MOVE RUNCTL-RECORD (8:1)
                                       TO RUN-XTR-RELEASE
                                   IF RUNCTL-RECORD (10:4) = "SUB="
                                       MOVE RUNCTL-RECORD (14:8)
                                           TO RUN-XTR-SUBMITTER
                                   END-IF
                                   IF RUNCTL-RECORD (23:4) = "APR="
                                       MOVE RUNCTL-RECORD (27:8)
                                           TO RUN-XTR-APPROVER
                                   END-IF
                               WHEN RUNCTL-RECORD (1:6) = "PARTS="
                                   IF RUNCTL-RECORD (7:2) IS NUMERIC
                                       MOVE RUNCTL-RECORD (7:2)
                                           TO RUN-PARTS
                                   END-IF
                               WHEN RUNCTL-RECORD (1:5) = "PART="
                                   IF RUNCTL-RECORD (6:2) IS NUMERIC
                                       MOVE RUNCTL-RECORD (6:2)
                                           TO RUN-PART-NO
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
               CLOSE RUNCTL-FILE
           END-IF.
           IF NOT MODE-PROD AND NOT MODE-RERUN AND NOT MODE-WHATIF
              AND NOT MODE-RESTART AND NOT MODE-LATE
               MOVE 'Y' TO RUNCTL-BAD
               DISPLAY "RUNCTL01 carries an unrecognized MODE value "
                   "- expected PROD, RERUN, WHATIF, RESTART or LATE"
           END-IF.
           IF MODE-LATE AND RUN-CTL-DATE = ZERO
               MOVE 'Y' TO RUNCTL-BAD
               DISPLAY "RUNCTL01 MODE=LATE needs the DATE= of the "
                   "night the late feeds belong to"
           END-IF.
           IF RUN-PARTS > 8 OR RUN-PART-NO > RUN-PARTS
               MOVE 'Y' TO RUNCTL-BAD
               DISPLAY "RUNCTL01 PARTS=/PART= cards are inconsistent "
                   "- PARTS= 01 to 08, PART= no higher than PARTS="
           END-IF.
           IF RUN-BACKFILL = 'Y'
               IF RUN-FROM-DATE = ZERO OR RUN-TO-DATE = ZERO
                  OR RUN-FROM-DATE > RUN-TO-DATE
                   MOVE 'Y' TO RUNCTL-BAD
                   DISPLAY "RUNCTL01 MODE=BACKFILL needs FROMDATE= "
                       "and TODATE=, FROMDATE= not after TODATE="
               END-IF
               IF RUN-CTL-DATE NOT = ZERO OR RUN-PARTS > ZERO
                   MOVE 'Y' TO RUNCTL-BAD
                   DISPLAY "RUNCTL01 MODE=BACKFILL takes no DATE= or "
                       "PARTS= card - each night runs whole under "
                       "its own date"
               END-IF
           ELSE
               IF RUN-FROM-DATE NOT = ZERO OR RUN-TO-DATE NOT = ZERO
                   MOVE 'Y' TO RUNCTL-BAD
                   DISPLAY "RUNCTL01 FROMDATE=/TODATE= cards belong "
                       "to MODE=BACKFILL only"
               END-IF
           END-IF.
           IF RUN-BACKFILL = 'Y' AND RUNCTL-BAD = 'N'
               IF RUN-BKF-ACTIVE = 'Y'
                   MOVE 'Y' TO RUN-BKF-NIGHT
                   MOVE RUN-BKF-DATE TO RUN-CTL-DATE
               ELSE
                   MOVE RUN-TO-DATE TO RUN-CTL-DATE
               END-IF
               MOVE RUN-CTL-DATE (5:4) TO RUN-BKF-MMDD
           END-IF.
