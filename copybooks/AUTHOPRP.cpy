      * Authorized-operator loader, shared by every program that
      * applies or reports on a dual-controlled card.  Requires in
      * the copying program:
      *     SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"   (LINE SEQUENTIAL,
      *         FILE STATUS IS AUTH-STATUS)
      *     FD AUTH-FILE.  01 AUTH-RECORD PIC X(80).
      * and the AUTH- working storage from AUTHOPR.cpy.  The card
      * checking lives in AUTHCHKP.cpy, which additionally needs the
      * DUALLOG1 file and the ALERT- machinery - this copybook stays
      * free of both so the D1SOD report can share the loader.
       LOAD-AUTH-OPERATORS.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS = "00"
               MOVE 'N' TO AUTH-EOF
               PERFORM UNTIL AUTH-EOF = 'Y'
                   READ AUTH-FILE
                       AT END
                           MOVE 'Y' TO AUTH-EOF
                       NOT AT END
                           IF AUTH-RECORD (1:8) NOT = SPACES AND
                              AUTH-RECORD (10:6) NOT = SPACES AND
                              AUTH-COUNT < 200
                               ADD 1 TO AUTH-COUNT
                               MOVE AUTH-RECORD (1:8)
                                   TO AUTH-OPER (AUTH-COUNT)
                               MOVE AUTH-RECORD (10:6)
                                   TO AUTH-ACTION (AUTH-COUNT)
                               MOVE AUTH-RECORD (17:1)
                                   TO AUTH-ROLE (AUTH-COUNT)
                               MOVE AUTH-RECORD (19:30)
                                   TO AUTH-NAME (AUTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
               IF AUTH-COUNT > ZERO
                   MOVE 'Y' TO AUTH-LOADED
               END-IF
           END-IF.
