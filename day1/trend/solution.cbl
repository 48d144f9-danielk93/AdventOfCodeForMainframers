       01 MONTH-FLOOR-SUM   PIC S9(7) VALUE ZERO.
       01 MONTH-AVG-FLOOR   PIC S9(4)V99 VALUE ZERO.
       01 TOTAL-RUNS        PIC 9(4) VALUE ZERO.
       01 REVERSED-RUNS     PIC 9(4) VALUE ZERO.
       01 ADJUSTED-RUNS     PIC 9(4) VALUE ZERO.
       01 STATUS-TEXT       PIC X(10).
       01 DISPLAY-BATCH     PIC ZZZZZ9.
       01 DISPLAY-FLOOR     PIC -9(4).
       01 DISPLAY-DELTA     PIC +9(5).
       01 DISPLAY-LOW       PIC -9(4).
       01 DISPLAY-AVG       PIC -ZZZ9.99.
       01 DISPLAY-TOTAL     PIC ZZZ9.
       01 DISPLAY-REVERSED  PIC ZZZ9.
       01 DISPLAY-ADJUSTED  PIC ZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      *    Sequential reads on the keyed ledger arrive in LEDG-KEY
      *    order, so entries are already sorted by run date; the
      *    all-zero-key control record is skipped, not reported.
      *    Entries D1LMNT has reversed are counted but stay out of
      *    the trend; adjusted entries trend on their corrected
      *    figures.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF LEDG-KEY NOT = ZEROS
                           IF LEDG-ENTRY-STATUS = 'R'
                               ADD 1 TO REVERSED-RUNS
                           ELSE
                               PERFORM PROCESS-LEDGER-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.
           CLOSE LEDGER-FILE.
           MOVE TOTAL-RUNS TO DISPLAY-TOTAL.
           MOVE REVERSED-RUNS TO DISPLAY-REVERSED.
           MOVE ADJUSTED-RUNS TO DISPLAY-ADJUSTED.
           MOVE SPACES TO TREND-RECORD.
           STRING "END OF REPORT  LEDGER ENTRIES=" DELIMITED BY SIZE
                  DISPLAY-TOTAL DELIMITED BY SIZE
                  "  ADJUSTED=" DELIMITED BY SIZE
                  DISPLAY-ADJUSTED DELIMITED BY SIZE
                  "  REVERSED (EXCLUDED)=" DELIMITED BY SIZE
                  DISPLAY-REVERSED DELIMITED BY SIZE
                  INTO TREND-RECORD.
           WRITE TREND-RECORD.
           CLOSE TREND-FILE.
           DISPLAY "===== D1TREND control totals =====".
           DISPLAY "Ledger entries reported....: " DISPLAY-TOTAL.
           DISPLAY "Adjusted entries reported..: " DISPLAY-ADJUSTED.
           DISPLAY "Reversed entries excluded..: " DISPLAY-REVERSED.
           GOBACK.

       PROCESS-LEDGER-ENTRY.
           ELSE
               MOVE "     NONE" TO BASEMENT-TEXT
           END-IF.
           IF LEDG-ADJUSTED = 'Y'
               ADD 1 TO ADJUSTED-RUNS
               MOVE "  ADJUSTED" TO STATUS-TEXT
           ELSE
               MOVE SPACES TO STATUS-TEXT
           END-IF.

           MOVE ENTRY-BATCH TO DISPLAY-BATCH.
           MOVE ENTRY-FLOOR TO DISPLAY-FLOOR.
                  DELTA-TEXT DELIMITED BY SIZE
                  "  BASEMENT=" DELIMITED BY SIZE
                  BASEMENT-TEXT DELIMITED BY SIZE
                  STATUS-TEXT DELIMITED BY SIZE
                  INTO TREND-RECORD.
           WRITE TREND-RECORD.

