      * Correction digit rules, shared by D1RCYC (recycling the
      * correction cards and the screen queue) and D1SWORK (checking
      * a correction while the clerk is still at the screen), so a
      * correction is judged the same way at both ends.  Requires in
      * the copying program:
      *     INPUT-LINE PIC X(100) holding the text to scan (any
      *         KEY= and department-code prefix already stripped)
      *     I, J PIC 9(3); BW, WTAB-MAX PIC 9(2), WTAB-MAX set to the
      *         entry count of D1T2-WORD-TABLE
      *     FIRST-DIGIT, LAST-DIGIT PIC 9; FIRST-FOUND-FLAG,
      *         LAST-FOUND-FLAG PIC X
      * and the word list from D1T2WORD.cpy.  The digit feed counts
      * a correction with FIRST-FOUND-FLAG set, the word feed only
      * with both flags set.
      *    The digit feed's rule, exactly as ReadFile applies it: the
      *    first literal digit supplies the tens, the last literal
      *    digit the units, over the full record image a YOUR-RECORD
      *    carries.  A correction with no digit is still invalid.
       SCAN-DIGITS-ONLY.
           MOVE ZERO TO FIRST-DIGIT.
           MOVE ZERO TO LAST-DIGIT.
           MOVE 'N' TO FIRST-FOUND-FLAG.
           MOVE 'N' TO LAST-FOUND-FLAG.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > LENGTH OF INPUT-LINE
               OR FIRST-FOUND-FLAG = 'Y'
               IF INPUT-LINE (I:1) IS NUMERIC
                   MOVE INPUT-LINE (I:1) TO FIRST-DIGIT
                   MOVE 'Y' TO FIRST-FOUND-FLAG
               END-IF
           END-PERFORM.
           PERFORM VARYING J FROM LENGTH OF INPUT-LINE BY -1
               UNTIL J < 1 OR LAST-FOUND-FLAG = 'Y'
               IF INPUT-LINE (J:1) IS NUMERIC
                   MOVE INPUT-LINE (J:1) TO LAST-DIGIT
                   MOVE 'Y' TO LAST-FOUND-FLAG
               END-IF
           END-PERFORM.

      *    The word feed's rule, exactly as D1T2's PROCESS-LINE
      *    applies it: literal digits and the spelled-out words in
      *    D1T2WORD.cpy both count, scanned with the same
      *    boundary-safe length check.
       SCAN-WORD-AWARE.
           MOVE ZERO TO FIRST-DIGIT.
           MOVE ZERO TO LAST-DIGIT.
           MOVE 'N' TO FIRST-FOUND-FLAG.
           MOVE 'N' TO LAST-FOUND-FLAG.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > LENGTH OF INPUT-LINE
                   OR FIRST-FOUND-FLAG = 'Y'
               IF INPUT-LINE (I:1) IS NUMERIC
                   MOVE INPUT-LINE (I:1) TO FIRST-DIGIT
                   MOVE 'Y' TO FIRST-FOUND-FLAG
               ELSE
                   PERFORM VARYING BW FROM 1 BY 1
                       UNTIL BW > WTAB-MAX OR FIRST-FOUND-FLAG = 'Y'
                       IF I + D1T2-WLEN (BW) - 1
                               <= LENGTH OF INPUT-LINE
                          AND INPUT-LINE (I:D1T2-WLEN (BW)) =
                              D1T2-WTXT (BW) (1:D1T2-WLEN (BW))
                           MOVE D1T2-WVAL (BW) TO FIRST-DIGIT
                           MOVE 'Y' TO FIRST-FOUND-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING J FROM LENGTH OF INPUT-LINE BY -1
               UNTIL J < 1 OR LAST-FOUND-FLAG = 'Y'
               IF INPUT-LINE (J:1) IS NUMERIC
                   MOVE INPUT-LINE (J:1) TO LAST-DIGIT
                   MOVE 'Y' TO LAST-FOUND-FLAG
               ELSE
                   PERFORM VARYING BW FROM 1 BY 1
                       UNTIL BW > WTAB-MAX OR LAST-FOUND-FLAG = 'Y'
                       IF J + D1T2-WLEN (BW) - 1
                               <= LENGTH OF INPUT-LINE
                          AND INPUT-LINE (J:D1T2-WLEN (BW)) =
                              D1T2-WTXT (BW) (1:D1T2-WLEN (BW))
                           MOVE D1T2-WVAL (BW) TO LAST-DIGIT
                           MOVE 'Y' TO LAST-FOUND-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
