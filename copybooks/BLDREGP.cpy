      * Building register paragraphs, shared by D1 (floor-range
      * validation) and D1BLDGM (register maintenance).  Requires in
      * the copying program:
      *     SELECT BLDG-FILE ASSIGN TO "BLDREG1" (LINE SEQUENTIAL,
      *         FILE STATUS IS BLDG-STATUS)
      *     FD BLDG-FILE.  01 BLDG-RECORD PIC X(80).
      * and the BLDG- working storage from BLDREG.cpy.  Non-numeric
      * floor limits load as zero, which confines the building to
      * the ground floor until the register is corrected.
       LOAD-BUILDING-REGISTER.
           OPEN INPUT BLDG-FILE.
           IF BLDG-STATUS = "00"
               MOVE 'N' TO BLDG-EOF
               PERFORM UNTIL BLDG-EOF = 'Y'
                   READ BLDG-FILE
                       AT END
                           MOVE 'Y' TO BLDG-EOF
                       NOT AT END
                           IF BLDG-RECORD (1:8) NOT = SPACES AND
                              BLDG-COUNT < 100
                               ADD 1 TO BLDG-COUNT
                               MOVE BLDG-RECORD (1:8)
                                   TO BLDG-SET (BLDG-COUNT)
                               MOVE BLDG-RECORD (9:30)
                                   TO BLDG-DESC (BLDG-COUNT)
                               MOVE BLDG-RECORD (39:1)
                                   TO BLDG-ACTIVE (BLDG-COUNT)
                               MOVE ZERO TO BLDG-TOP-FLOOR (BLDG-COUNT)
                               MOVE ZERO TO BLDG-LOW-LEVEL (BLDG-COUNT)
                               IF BLDG-RECORD (40:4) IS NUMERIC
                                   MOVE BLDG-RECORD (40:4)
                                       TO BLDG-TOP-FLOOR (BLDG-COUNT)
                               END-IF
                               IF BLDG-RECORD (44:4) IS NUMERIC
                                   MOVE BLDG-RECORD (44:4)
                                       TO BLDG-LOW-LEVEL (BLDG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLDG-FILE
               IF BLDG-COUNT > ZERO
                   MOVE 'Y' TO BLDG-LOADED
               END-IF
           END-IF.

       FIND-BUILDING.
           MOVE ZERO TO BLDG-FOUND.
           PERFORM VARYING BLDG-IDX FROM 1 BY 1
               UNTIL BLDG-IDX > BLDG-COUNT OR BLDG-FOUND > ZERO
               IF BLDG-SET (BLDG-IDX) = BLDG-SET-WORK
                   MOVE BLDG-IDX TO BLDG-FOUND
               END-IF
           END-PERFORM.
