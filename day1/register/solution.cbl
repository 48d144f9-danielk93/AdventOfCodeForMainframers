      *    register that ReadFile and D1T2 maintain - one line per
      *    processed transmission with its envelope header date,
      *    trailer hash, dataset name, and when and by which
      *    program it was processed, the night it counted toward
      *    and whether it came in late - so the transmissions group
      *    can see what arrived and when without reading the raw
      *    keyed file.  Sequential reads on the keyed register
      *    arrive in header-date order, oldest first.
       01 XREG-EOF          PIC X VALUE 'N'.
       01 LISTED-COUNT      PIC 9(6) VALUE ZERO.
       01 DISPLAY-COUNT     PIC ZZZZZ9.
       01 LATE-TAG          PIC X(6).

       PROCEDURE DIVISION.
       BEGIN.

       LIST-ONE-REGISTRATION.
           ADD 1 TO LISTED-COUNT.
           MOVE SPACES TO LATE-TAG.
           IF XREG-LATE-ARRIVAL
               MOVE "  LATE" TO LATE-TAG
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING "HDR=" DELIMITED BY SIZE
                  XREG-HDR-DATE DELIMITED BY SIZE
                  "  HASH=" DELIMITED BY SIZE
                  XREG-TRL-HASH DELIMITED BY SIZE
                  "  NIGHT=" DELIMITED BY SIZE
                  XREG-RUN-DATE DELIMITED BY SIZE
                  "  DSN=" DELIMITED BY SIZE
                  XREG-DSN DELIMITED BY SPACE
                  "  PROCESSED=" DELIMITED BY SIZE
                  XREG-PROC-TIME DELIMITED BY SIZE
                  "  BY=" DELIMITED BY SIZE
                  XREG-PROGRAM DELIMITED BY SIZE
                  LATE-TAG DELIMITED BY SIZE
                  INTO LIST-RECORD.
           WRITE LIST-RECORD.
