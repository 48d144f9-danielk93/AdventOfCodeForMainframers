                                   COMPUTE THR-VAR-P2R-PCT =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (11:3))
                               WHEN THR-RECORD (1:10) = "DUPWINDOW="
                                   COMPUTE THR-DUP-WINDOW =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (11:3))
                               WHEN THR-RECORD (1:10) = "DUPACTION="
                                   MOVE THR-RECORD (11:6)
                                       TO THR-DUP-ACTION
                               WHEN THR-RECORD (1:9) = "FEEDDAYS="
                                   COMPUTE THR-FEED-DAYS =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (10:3))
                               WHEN THR-RECORD (1:10) = "FACFLRTOL="
                                   COMPUTE THR-FAC-FLR-TOL =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (11:3))
                               WHEN THR-RECORD (1:10) = "FACBSMTOL="
                                   COMPUTE THR-FAC-BSM-TOL =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (11:6))
                               WHEN THR-RECORD (1:10) = "FACREPEAT="
                                   COMPUTE THR-FAC-REPEAT =
                                       FUNCTION NUMVAL
                                       (THR-RECORD (11:3))
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
           MOVE "OPERATNS" TO ALR-TEAM.
           MOVE ZERO TO ALERT-ROUTE-HIT.
           PERFORM VARYING ALERT-ROUTE-IDX FROM 1 BY 1
               UNTIL ALERT-ROUTE-IDX > 10 OR ALERT-ROUTE-HIT > ZERO
               MOVE 14 TO ALERT-ROUTE-KEYLEN
               PERFORM UNTIL ALERT-ROUTE-KEYLEN < 2 OR
                   ALERT-ROUTE-KEY (ALERT-ROUTE-IDX)
