      * Dual-control card checking and logging, shared by D1NIGHT,
      * D1SUSP and D1DEPTM.  Requires the AUTH-/DUAL- working
      * storage and loader from AUTHOPR.cpy / AUTHOPRP.cpy, the
      * ALERT- machinery from CALTHR.cpy / CALTHRP.cpy (every
      * refusal raises an operator alert), and in the copying
      * program:
      *     SELECT DUAL-LOG-FILE ASSIGN TO "DUALLOG1" (LINE
      *         SEQUENTIAL, FILE STATUS IS DUAL-LOG-STATUS)
      *     FD DUAL-LOG-FILE.  01 DUAL-LOG-RECORD PIC X(132).
      *    Refusals are logged and alerted here; a card that passes
      *    is logged TAKEN by the caller only once its action has
      *    actually been applied.
       CHECK-DUAL-CONTROL.
           MOVE SPACES TO DUAL-REASON.
           EVALUATE TRUE
               WHEN AUTH-LOADED NOT = 'Y'
                   MOVE "NO AUTHORIZED-OPERATOR FILE" TO DUAL-REASON
               WHEN DUAL-SUBMITTER = SPACES
                   MOVE "NO SUBMITTER ID" TO DUAL-REASON
               WHEN DUAL-APPROVER = SPACES
                   MOVE "NO APPROVER ID" TO DUAL-REASON
               WHEN DUAL-SUBMITTER = DUAL-APPROVER
                   MOVE "SELF-APPROVED" TO DUAL-REASON
               WHEN OTHER
                   MOVE ZERO TO AUTH-FOUND
                   PERFORM VARYING AUTH-IDX FROM 1 BY 1
                       UNTIL AUTH-IDX > AUTH-COUNT
                           OR AUTH-FOUND > ZERO
                       IF AUTH-OPER (AUTH-IDX) = DUAL-SUBMITTER AND
                          AUTH-ACTION (AUTH-IDX) = DUAL-ACTION AND
                          (AUTH-ROLE (AUTH-IDX) = 'S' OR
                           AUTH-ROLE (AUTH-IDX) = 'B')
                           MOVE AUTH-IDX TO AUTH-FOUND
                       END-IF
                   END-PERFORM
                   IF AUTH-FOUND = ZERO
                       MOVE "SUBMITTER NOT AUTHORIZED"
                           TO DUAL-REASON
                   ELSE
                       MOVE ZERO TO AUTH-FOUND
                       PERFORM VARYING AUTH-IDX FROM 1 BY 1
                           UNTIL AUTH-IDX > AUTH-COUNT
                               OR AUTH-FOUND > ZERO
                           IF AUTH-OPER (AUTH-IDX) = DUAL-APPROVER AND
                              AUTH-ACTION (AUTH-IDX) = DUAL-ACTION AND
                              (AUTH-ROLE (AUTH-IDX) = 'A' OR
                               AUTH-ROLE (AUTH-IDX) = 'B')
                               MOVE AUTH-IDX TO AUTH-FOUND
                           END-IF
                       END-PERFORM
                       IF AUTH-FOUND = ZERO
                           MOVE "APPROVER NOT AUTHORIZED"
                               TO DUAL-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
           IF DUAL-REASON NOT = SPACES
               MOVE "REFUSED" TO DUAL-DISP
               PERFORM WRITE-DUAL-CONTROL-LOG
               MOVE SPACES TO ALERT-TEXT
               STRING "WARNING  DUAL CONTROL REFUSED " DELIMITED BY SIZE
                      DUAL-ACTION DELIMITED BY SPACE
                      " CARD - " DELIMITED BY SIZE
                      DUAL-REASON DELIMITED BY "  "
                      " SUB=" DELIMITED BY SIZE
                      DUAL-SUBMITTER DELIMITED BY SPACE
                      " APR=" DELIMITED BY SIZE
                      DUAL-APPROVER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DUAL-DETAIL DELIMITED BY "  "
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

       WRITE-DUAL-CONTROL-LOG.
           ACCEPT DLG-DATE FROM DATE YYYYMMDD.
           ACCEPT DLG-TIME FROM TIME.
           MOVE DUAL-PROGRAM TO DLG-PROGRAM.
           MOVE DUAL-ACTION TO DLG-ACTION.
           MOVE DUAL-SUBMITTER TO DLG-SUBMITTER.
           MOVE DUAL-APPROVER TO DLG-APPROVER.
           MOVE DUAL-DISP TO DLG-DISP.
           MOVE DUAL-DETAIL TO DLG-DETAIL.
           MOVE DUAL-REASON TO DLG-REASON.
           MOVE DUAL-STRUCT TO DUAL-LOG-LINE.
           OPEN EXTEND DUAL-LOG-FILE.
           IF DUAL-LOG-STATUS NOT = "00"
               OPEN OUTPUT DUAL-LOG-FILE
           END-IF.
           IF DUAL-LOG-STATUS NOT = "00"
               DISPLAY "DUALLOG1 could not be opened - dual-control "
                   "entry only on SYSOUT"
           ELSE
               WRITE DUAL-LOG-RECORD FROM DUAL-LOG-LINE
               CLOSE DUAL-LOG-FILE
           END-IF.
           DISPLAY DUAL-LOG-LINE.
