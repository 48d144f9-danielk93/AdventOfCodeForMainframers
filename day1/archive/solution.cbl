       01 INQ-RECORD PIC X(40).

       FD HIST-FILE.
       01 HIST-RECORD PIC X(80).

       FD LEDGER-FILE.
       COPY FLRLEDGR.
       01 HIGH-REST-BATCH   PIC 9(6) VALUE ZERO.
      *    Image of the archived LEDGER-RECORD, field for field, so
      *    the flat history line reads back with its own names.
      *    Lines archived before the ledger carried entry status are
      *    48 bytes and read back space-filled, i.e. live and
      *    unadjusted; a restore carries the whole data area back so
      *    reversals and adjustments survive the round trip.
       01 ARCH-ENTRY.
           05 ARCH-RUN-DATE     PIC 9(8).
           05 ARCH-BATCH-ID     PIC 9(6).
           05 ARCH-SET-NAME     PIC X(8).
           05 ARCH-DATA.
               10 ARCH-FLOOR    PIC S9(4) SIGN LEADING SEPARATE.
               10 ARCH-BASEMENT PIC 9(9).
               10 ARCH-ENTRY-STATUS PIC X.
               10 ARCH-ADJUSTED PIC X.
               10 FILLER        PIC X(42).
       01 STATUS-TEXT       PIC X(10).
       01 DISPLAY-BATCH     PIC ZZZZZ9.
       01 DISPLAY-FLOOR     PIC -9(4).
       01 DISPLAY-BASEMENT  PIC ZZZZZZZZ9.
           END-IF.

       REPORT-ARCHIVE-ENTRY.
           EVALUATE TRUE
               WHEN ARCH-ENTRY-STATUS = 'R'
                   MOVE "  REVERSED" TO STATUS-TEXT
               WHEN ARCH-ADJUSTED = 'Y'
                   MOVE "  ADJUSTED" TO STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO STATUS-TEXT
           END-EVALUATE.
           MOVE ARCH-BATCH-ID TO DISPLAY-BATCH.
           MOVE ARCH-FLOOR TO DISPLAY-FLOOR.
           MOVE ARCH-BASEMENT TO DISPLAY-BASEMENT.
                      DISPLAY-FLOOR DELIMITED BY SIZE
                      "  BASEMENT=" DELIMITED BY SIZE
                      DISPLAY-BASEMENT DELIMITED BY SIZE
                      STATUS-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "  RUNDATE=" DELIMITED BY SIZE
                      "  FLOOR=" DELIMITED BY SIZE
                      DISPLAY-FLOOR DELIMITED BY SIZE
                      "  BASEMENT=  NONE" DELIMITED BY SIZE
                      STATUS-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE ARCH-RUN-DATE TO LEDG-RUN-DATE.
           MOVE ARCH-BATCH-ID TO LEDG-BATCH-ID.
           MOVE ARCH-SET-NAME TO LEDG-SET-NAME.
           MOVE ARCH-DATA TO LEDG-DATA.
           IF LEDG-KEY = ZEROS
               CONTINUE
           ELSE
