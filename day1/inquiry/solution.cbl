       01 DISPLAY-BATCH     PIC ZZZZZ9.
       01 DISPLAY-FLOOR     PIC -9(4).
       01 DISPLAY-BASEMENT  PIC ZZZZZZZZ9.
       01 DISPLAY-ORIG-FLOOR PIC -9(4).
       01 DISPLAY-ORIG-BSMT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
                   "  FLOOR=" DISPLAY-FLOOR
                   "  BASEMENT=  NONE"
           END-IF.
      *    Entries corrected by D1LMNT show their status under the
      *    figures: a reversed entry is flagged as such, an adjusted
      *    one shows the figures D1 originally posted and who last
      *    changed it.
           IF LEDG-ENTRY-STATUS = 'R'
               DISPLAY "    STATUS=REVERSED  CHANGED=" LEDG-CHG-DATE
                   "  BY=" LEDG-CHG-OPER
           END-IF.
           IF LEDG-ADJUSTED = 'Y'
               MOVE LEDG-ORIG-FLOOR TO DISPLAY-ORIG-FLOOR
               MOVE LEDG-ORIG-BASEMENT TO DISPLAY-ORIG-BSMT
               DISPLAY "    STATUS=ADJUSTED  ORIGINAL FLOOR="
                   DISPLAY-ORIG-FLOOR
                   "  ORIGINAL BASEMENT=" DISPLAY-ORIG-BSMT
                   "  CHANGED=" LEDG-CHG-DATE
                   "  BY=" LEDG-CHG-OPER
           END-IF.
