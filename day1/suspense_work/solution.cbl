       IDENTIFICATION DIVISION.
       PROGRAM-ID. D1SWORK.

      *    Suspense work screen for data control.  Run at a terminal,
      *    not scheduled.  The clerk signs on with an operator ID,
      *    picks the pending CALSUSP1 entries to work by feed,
      *    department code (the text's code| prefix, '***' for an
      *    uncoded record) and minimum nights outstanding, and pages
      *    through them oldest first.  An entry opens on a detail
      *    panel with its full text and the SRC= dataset and SEQ it
      *    came from, where the clerk may:
      *        C  key a corrected text, checked at once under the
      *           entry's own feed rules (CALSCANP.cpy, the same
      *           paragraphs D1RCYC recycles with) - only a
      *           correction that now yields a contribution is
      *           queued, keyed to its entry, on SUSPFXQ1 for the
      *           next D1RCYC run
      *        W  mark the entry for write-off with a reason, queued
      *           on SUSPWOQ1 for the next D1SUSP run with the clerk
      *           as submitter
      *    Both queues use the CALFIX01 and SUSPWOF1 card layouts
      *    (CALFIX.cpy, SUSPWOF.cpy) and carry the clerk's ID, so
      *    the batch runs apply them exactly as the keyed decks.
      *    A write-off stays under dual control: the A function
      *    lists queued write-offs marked by other clerks and lets
      *    an operator holding WOF approval on AUTHOPR1 approve
      *    them; D1SUSP applies only approved ones and still makes
      *    the full check and DUALLOG1 entry.  An entry already
      *    queued cannot be queued twice.  The screen never updates
      *    CALSUSP1 itself.  RC 16 = CALSUSP1 not available.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO "CALSUSP1"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPF-STATUS.

           SELECT FXQ-FILE ASSIGN TO "SUSPFXQ1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FXQ-STATUS.

           SELECT WOQ-FILE ASSIGN TO "SUSPWOQ1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WOQ-STATUS.

           SELECT AUTH-FILE ASSIGN TO "AUTHOPR1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSP-FILE.
       COPY CALSUSP.

       FD FXQ-FILE.
       01 FXQ-RECORD PIC X(109).

       FD WOQ-FILE.
       01 WOQ-RECORD PIC X(80).

       FD AUTH-FILE.
       01 AUTH-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SUSPF-STATUS      PIC XX.
       01 FXQ-STATUS        PIC XX.
       01 WOQ-STATUS        PIC XX.
       01 SUSP-EOF          PIC X VALUE 'N'.
       01 FXQ-EOF           PIC X.
       01 WOQ-EOF           PIC X.
       01 TODAY-DATE        PIC 9(8).
       01 TODAY-INT         PIC 9(8).
       01 NIGHT-INT         PIC 9(8).
       01 AGE-NIGHTS        PIC 9(4).
       01 DISPLAY-AGE       PIC ZZZ9.
       01 DISPLAY-CONTRIB   PIC Z9.
       01 DISPLAY-COUNT     PIC ZZZ9.
       01 SKIPPED-COUNT     PIC 9(4) VALUE ZERO.
       01 FIX-QUEUED-COUNT  PIC 9(4) VALUE ZERO.
       01 WOF-QUEUED-COUNT  PIC 9(4) VALUE ZERO.
       01 APPROVED-COUNT    PIC 9(4) VALUE ZERO.
      *    Every pending entry, loaded once at sign-on in key order.
      *    WK-QUEUED is 'C' once a correction or 'W' once a
      *    write-off is queued for it, by this session or earlier.
       01 WK-COUNT          PIC 9(4) VALUE ZERO.
       01 WK-IDX            PIC 9(4).
       01 WK-FOUND          PIC 9(4).
      *    The key FIND-WORK-ENTRY looks up - CALSUSP1 is closed
      *    once the table is loaded, so its record area is not used.
       01 FIND-KEY.
           05 FIND-FEED         PIC X.
           05 FIND-NIGHT        PIC 9(8).
           05 FIND-SEQ          PIC 9(6).
       01 WK-TABLE.
           05 WK-ENTRY OCCURS 2000 TIMES.
               10 WK-KEY.
                   15 WK-FEED     PIC X.
                   15 WK-NIGHT    PIC 9(8).
                   15 WK-SEQ      PIC 9(6).
               10 WK-AGE          PIC 9(4).
               10 WK-DEPT         PIC X(3).
               10 WK-QUEUED       PIC X.
               10 WK-TEXT         PIC X(100).
               10 WK-SRC          PIC X(40).
               10 WK-SRC-SEQ      PIC 9(6).
      *    The entries passing the clerk's selection, oldest night
      *    first, as subscripts into WK-TABLE.
       01 SEL-COUNT         PIC 9(4) VALUE ZERO.
       01 SEL-IDX           PIC 9(4).
       01 SEL-POS           PIC 9(4).
       01 SEL-STOP          PIC X.
       01 SEL-TABLE.
           05 SEL-WK        PIC 9(4) OCCURS 2000 TIMES.
       01 LIST-TOP          PIC 9(4).
       01 LIST-IDX          PIC 9(2).
       01 LIST-NO           PIC Z9.
       01 LIST-LINES.
           05 LIST-LINE     PIC X(78) OCCURS 12 TIMES.
       01 QUEUED-TEXT       PIC X(30).
      *    Queued write-offs while the approval function works them;
      *    the queue is rewritten whole once any is approved.  A
      *    queue longer than the table is never worked here - the
      *    rewrite would drop the cards past the thousandth.
       01 WQ-COUNT          PIC 9(4) VALUE ZERO.
       01 WQ-OVER           PIC X VALUE 'N'.
       01 WQ-IDX            PIC 9(4).
       01 WQ-APPROVED       PIC 9(4).
       01 WQ-TABLE.
           05 WQ-CARD       PIC X(80) OCCURS 1000 TIMES.
      *    Correction checking - the fields CALSCANP.cpy works on.
       01 INPUT-LINE        PIC X(100).
       01 CAL-TEXT          PIC X(96).
       01 I                 PIC 9(3).
       01 J                 PIC 9(3).
       01 BW                PIC 9(2).
       01 WTAB-MAX          PIC 9(2).
       01 FIRST-DIGIT       PIC 9.
       01 LAST-DIGIT        PIC 9.
       01 FIRST-FOUND-FLAG  PIC X.
       01 LAST-FOUND-FLAG   PIC X.
       01 CONTRIB-VALUE     PIC 9(2).
       01 FIX-VALID         PIC X.
      *    Screen fields.
       01 SCR-CLERK         PIC X(8) VALUE SPACES.
       01 SCR-FUNCTION      PIC X VALUE SPACE.
       01 SCR-FEED          PIC X VALUE SPACE.
       01 SCR-DEPT          PIC X(3) VALUE SPACES.
       01 SCR-MIN-AGE       PIC 9(4) VALUE ZERO.
       01 SCR-COMMAND       PIC X.
       01 SCR-LINE          PIC 9(2).
       01 SCR-ACTION        PIC X.
       01 SCR-REPLY         PIC X.
       01 SCR-MESSAGE       PIC X(78) VALUE SPACES.
       01 SCR-CORR.
           05 SCR-CORR-1    PIC X(50).
           05 SCR-CORR-2    PIC X(31).
       01 SCR-CORR-TEXT REDEFINES SCR-CORR PIC X(81).
       01 SCR-REASON        PIC X(40).
       01 SCR-ENTRY-KEY     PIC X(40).
       01 SCR-SRC-LINE      PIC X(60).
       01 SCR-TEXT-1        PIC X(50).
       01 SCR-TEXT-2        PIC X(50).
       01 SCR-LIST-HEAD     PIC X(78).
       01 SCR-WQ-LINE-1     PIC X(78).
       01 SCR-WQ-LINE-2     PIC X(78).
       01 SCR-WQ-LINE-3     PIC X(78).
       01 SCR-DONE          PIC X.
       01 WANTED-ROLE       PIC X.
       COPY CALFIX.
       COPY SUSPWOF.
       COPY AUTHOPR.
       COPY D1T2WORD.

       SCREEN SECTION.
       01 SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "D1SWORK".
           05 LINE 1 COLUMN 24 VALUE "REJECT SUSPENSE WORK SCREEN".
           05 LINE 4 COLUMN 2 VALUE "CLERK ID . . . .".
           05 LINE 4 COLUMN 20 PIC X(8) USING SCR-CLERK.
           05 LINE 23 COLUMN 2 PIC X(78) FROM SCR-MESSAGE.

       01 SELECT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "D1SWORK".
           05 LINE 1 COLUMN 24 VALUE "REJECT SUSPENSE WORK SCREEN".
           05 LINE 1 COLUMN 64 VALUE "CLERK".
           05 LINE 1 COLUMN 70 PIC X(8) FROM SCR-CLERK.
           05 LINE 4 COLUMN 2 VALUE "FEED . . . . . .".
           05 LINE 4 COLUMN 20 PIC X USING SCR-FEED.
           05 LINE 4 COLUMN 30 VALUE "1 DIGIT, 2 WORD, BLANK BOTH".
           05 LINE 5 COLUMN 2 VALUE "DEPARTMENT . . .".
           05 LINE 5 COLUMN 20 PIC X(3) USING SCR-DEPT.
           05 LINE 5 COLUMN 30 VALUE "CODE, *** UNCODED, BLANK ALL".
           05 LINE 6 COLUMN 2 VALUE "MINIMUM AGE  . .".
           05 LINE 6 COLUMN 20 PIC 9(4) USING SCR-MIN-AGE.
           05 LINE 6 COLUMN 30 VALUE "NIGHTS OUTSTANDING".
           05 LINE 9 COLUMN 2 VALUE "FUNCTION . . . .".
           05 LINE 9 COLUMN 20 PIC X USING SCR-FUNCTION.
           05 LINE 9 COLUMN 30 VALUE "B BROWSE PENDING ENTRIES".
           05 LINE 10 COLUMN 30 VALUE "A APPROVE QUEUED WRITE-OFFS".
           05 LINE 11 COLUMN 30 VALUE "X SIGN OFF".
           05 LINE 23 COLUMN 2 PIC X(78) FROM SCR-MESSAGE.

       01 LIST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "D1SWORK".
           05 LINE 1 COLUMN 24 VALUE "PENDING ENTRIES, OLDEST FIRST".
           05 LINE 1 COLUMN 64 VALUE "CLERK".
           05 LINE 1 COLUMN 70 PIC X(8) FROM SCR-CLERK.
           05 LINE 3 COLUMN 2 PIC X(78) FROM SCR-LIST-HEAD.
           05 LINE 4 COLUMN 2 PIC X(78) FROM LIST-LINE (1).
           05 LINE 5 COLUMN 2 PIC X(78) FROM LIST-LINE (2).
           05 LINE 6 COLUMN 2 PIC X(78) FROM LIST-LINE (3).
           05 LINE 7 COLUMN 2 PIC X(78) FROM LIST-LINE (4).
           05 LINE 8 COLUMN 2 PIC X(78) FROM LIST-LINE (5).
           05 LINE 9 COLUMN 2 PIC X(78) FROM LIST-LINE (6).
           05 LINE 10 COLUMN 2 PIC X(78) FROM LIST-LINE (7).
           05 LINE 11 COLUMN 2 PIC X(78) FROM LIST-LINE (8).
           05 LINE 12 COLUMN 2 PIC X(78) FROM LIST-LINE (9).
           05 LINE 13 COLUMN 2 PIC X(78) FROM LIST-LINE (10).
           05 LINE 14 COLUMN 2 PIC X(78) FROM LIST-LINE (11).
           05 LINE 15 COLUMN 2 PIC X(78) FROM LIST-LINE (12).
           05 LINE 18 COLUMN 2 VALUE "LINE . . . . . .".
           05 LINE 18 COLUMN 20 PIC 9(2) USING SCR-LINE.
           05 LINE 18 COLUMN 30 VALUE "OPEN THAT ENTRY".
           05 LINE 19 COLUMN 2 VALUE "COMMAND  . . . .".
           05 LINE 19 COLUMN 20 PIC X USING SCR-COMMAND.
           05 LINE 19 COLUMN 30 VALUE "N NEXT, P PREVIOUS, R RETURN".
           05 LINE 23 COLUMN 2 PIC X(78) FROM SCR-MESSAGE.

       01 DETAIL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "D1SWORK".
           05 LINE 1 COLUMN 24 VALUE "SUSPENSE ENTRY".
           05 LINE 1 COLUMN 64 VALUE "CLERK".
           05 LINE 1 COLUMN 70 PIC X(8) FROM SCR-CLERK.
           05 LINE 3 COLUMN 2 PIC X(40) FROM SCR-ENTRY-KEY.
           05 LINE 3 COLUMN 44 PIC X(30) FROM QUEUED-TEXT.
           05 LINE 4 COLUMN 2 PIC X(60) FROM SCR-SRC-LINE.
           05 LINE 6 COLUMN 2 VALUE "ORIGINAL TEXT".
           05 LINE 7 COLUMN 2 PIC X(50) FROM SCR-TEXT-1.
           05 LINE 8 COLUMN 2 PIC X(50) FROM SCR-TEXT-2.
           05 LINE 10 COLUMN 2 VALUE "CORRECTED TEXT".
           05 LINE 11 COLUMN 2 PIC X(50) USING SCR-CORR-1.
           05 LINE 12 COLUMN 2 PIC X(31) USING SCR-CORR-2.
           05 LINE 14 COLUMN 2 VALUE "WRITE-OFF REASON".
           05 LINE 15 COLUMN 2 PIC X(40) USING SCR-REASON.
           05 LINE 18 COLUMN 2 VALUE "ACTION . . . . .".
           05 LINE 18 COLUMN 20 PIC X USING SCR-ACTION.
           05 LINE 18 COLUMN 30 VALUE "C CHECK AND QUEUE CORRECTION".
           05 LINE 19 COLUMN 30 VALUE "W QUEUE WRITE-OFF".
           05 LINE 20 COLUMN 30 VALUE "R RETURN TO LIST".
           05 LINE 23 COLUMN 2 PIC X(78) FROM SCR-MESSAGE.

       01 APPROVE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE "D1SWORK".
           05 LINE 1 COLUMN 24 VALUE "QUEUED WRITE-OFF APPROVAL".
           05 LINE 1 COLUMN 64 VALUE "CLERK".
           05 LINE 1 COLUMN 70 PIC X(8) FROM SCR-CLERK.
           05 LINE 4 COLUMN 2 PIC X(78) FROM SCR-WQ-LINE-1.
           05 LINE 5 COLUMN 2 PIC X(78) FROM SCR-WQ-LINE-2.
           05 LINE 7 COLUMN 2 PIC X(78) FROM SCR-WQ-LINE-3.
           05 LINE 8 COLUMN 2 PIC X(50) FROM SCR-TEXT-1.
           05 LINE 9 COLUMN 2 PIC X(50) FROM SCR-TEXT-2.
           05 LINE 12 COLUMN 2 VALUE "APPROVE  . . . .".
           05 LINE 12 COLUMN 20 PIC X USING SCR-REPLY.
           05 LINE 12 COLUMN 30 VALUE "Y APPROVE, N LEAVE QUEUED,".
           05 LINE 13 COLUMN 30 VALUE "X FINISH APPROVING".
           05 LINE 23 COLUMN 2 PIC X(78) FROM SCR-MESSAGE.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           COMPUTE WTAB-MAX =
               FUNCTION LENGTH(D1T2-WORD-TABLE) /
               FUNCTION LENGTH(D1T2-WENT(1)).
           PERFORM LOAD-PENDING-ENTRIES.
           PERFORM NOTE-QUEUED-WORK.
           PERFORM LOAD-AUTH-OPERATORS.
           PERFORM SIGN-ON.
           MOVE SPACES TO SCR-MESSAGE.
           PERFORM UNTIL SCR-FUNCTION = 'X'
               MOVE SPACE TO SCR-FUNCTION
               DISPLAY SELECT-SCREEN
               ACCEPT SELECT-SCREEN
               MOVE SPACES TO SCR-MESSAGE
               EVALUATE SCR-FUNCTION
                   WHEN 'B'
                       PERFORM BROWSE-ENTRIES
                   WHEN 'A'
                       PERFORM APPROVE-WRITE-OFFS
                   WHEN 'X'
                       CONTINUE
                   WHEN OTHER
                       MOVE "FUNCTION MUST BE B, A OR X"
                           TO SCR-MESSAGE
               END-EVALUATE
           END-PERFORM.
           DISPLAY "===== D1SWORK session totals =====".
           DISPLAY "Clerk.......................: " SCR-CLERK.
           DISPLAY "Pending entries loaded......: " WK-COUNT.
           DISPLAY "Pending entries not loaded..: " SKIPPED-COUNT.
           DISPLAY "Corrections queued..........: " FIX-QUEUED-COUNT.
           DISPLAY "Write-offs queued...........: " WOF-QUEUED-COUNT.
           DISPLAY "Write-offs approved.........: " APPROVED-COUNT.
           STOP RUN.

      *    CALSUSP1 is only read; the entries stay pending until
      *    D1RCYC or D1SUSP works the queues.
       LOAD-PENDING-ENTRIES.
           OPEN INPUT SUSP-FILE.
           IF SUSPF-STATUS NOT = "00"
               DISPLAY "CALSUSP1 not available - no suspense file "
                   "to work"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO SUSP-KEY.
           START SUSP-FILE KEY NOT < SUSP-KEY
               INVALID KEY
                   MOVE 'Y' TO SUSP-EOF
           END-START.
           PERFORM UNTIL SUSP-EOF = 'Y'
               READ SUSP-FILE NEXT
                   AT END
                       MOVE 'Y' TO SUSP-EOF
                   NOT AT END
                       IF SUSP-STATE = 'P'
                           PERFORM LOAD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSP-FILE.

       LOAD-ONE-ENTRY.
           IF WK-COUNT < 2000
               ADD 1 TO WK-COUNT
               MOVE SUSP-FEED TO WK-FEED (WK-COUNT)
               MOVE SUSP-NIGHT TO WK-NIGHT (WK-COUNT)
               MOVE SUSP-SEQ TO WK-SEQ (WK-COUNT)
               COMPUTE NIGHT-INT =
                   FUNCTION INTEGER-OF-DATE (SUSP-NIGHT)
               COMPUTE AGE-NIGHTS = TODAY-INT - NIGHT-INT
               MOVE AGE-NIGHTS TO WK-AGE (WK-COUNT)
               IF SUSP-TEXT (4:1) = '|' AND
                  SUSP-TEXT (1:3) NOT = SPACES
                   MOVE SUSP-TEXT (1:3) TO WK-DEPT (WK-COUNT)
               ELSE
                   MOVE "***" TO WK-DEPT (WK-COUNT)
               END-IF
               MOVE SPACE TO WK-QUEUED (WK-COUNT)
               MOVE SUSP-TEXT TO WK-TEXT (WK-COUNT)
               MOVE SUSP-SRC TO WK-SRC (WK-COUNT)
               MOVE SUSP-SRC-SEQ TO WK-SRC-SEQ (WK-COUNT)
           ELSE
               ADD 1 TO SKIPPED-COUNT
           END-IF.

      *    Work already on either queue - from an earlier session
      *    or another clerk - is flagged so it is not queued twice.
       NOTE-QUEUED-WORK.
           OPEN INPUT FXQ-FILE.
           IF FXQ-STATUS = "00"
               MOVE 'N' TO FXQ-EOF
               PERFORM UNTIL FXQ-EOF = 'Y'
                   READ FXQ-FILE INTO FIX-CARD
                       AT END
                           MOVE 'Y' TO FXQ-EOF
                       NOT AT END
                           IF FIX-TEXT (1:4) = "KEY=" AND
                              FIX-TEXT (5:14) IS NUMERIC
                               MOVE FIX-SOURCE TO FIND-FEED
                               MOVE FIX-TEXT (5:8) TO FIND-NIGHT
                               MOVE FIX-TEXT (13:6) TO FIND-SEQ
                               PERFORM FIND-WORK-ENTRY
                               IF WK-FOUND > ZERO
                                   MOVE 'C' TO WK-QUEUED (WK-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXQ-FILE
           END-IF.
           OPEN INPUT WOQ-FILE.
           IF WOQ-STATUS = "00"
               MOVE 'N' TO WOQ-EOF
               PERFORM UNTIL WOQ-EOF = 'Y'
                   READ WOQ-FILE INTO WOF-CARD
                       AT END
                           MOVE 'Y' TO WOQ-EOF
                       NOT AT END
                           IF WOF-VERB = "WOF" AND
                              WOF-NIGHT IS NUMERIC AND
                              WOF-SEQ IS NUMERIC
                               MOVE WOF-FEED TO FIND-FEED
                               MOVE WOF-NIGHT TO FIND-NIGHT
                               MOVE WOF-SEQ TO FIND-SEQ
                               PERFORM FIND-WORK-ENTRY
                               IF WK-FOUND > ZERO
                                   MOVE 'W' TO WK-QUEUED (WK-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOQ-FILE
           END-IF.

       FIND-WORK-ENTRY.
           MOVE ZERO TO WK-FOUND.
           PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-COUNT OR WK-FOUND > ZERO
               IF WK-KEY (WK-IDX) = FIND-KEY
                   MOVE WK-IDX TO WK-FOUND
               END-IF
           END-PERFORM.

       SIGN-ON.
           IF WK-COUNT = ZERO
               MOVE "NO PENDING ENTRIES - APPROVAL ONLY"
                   TO SCR-MESSAGE
           END-IF.
           PERFORM UNTIL SCR-CLERK NOT = SPACES
               DISPLAY SIGNON-SCREEN
               ACCEPT SIGNON-SCREEN
               IF SCR-CLERK = SPACES
                   MOVE "CLERK ID IS REQUIRED" TO SCR-MESSAGE
               END-IF
           END-PERFORM.

      *    The selection is rebuilt each time the clerk browses, so
      *    a changed filter shows at once.  Entries run oldest night
      *    first, key order within a night.
       BUILD-SELECTION.
           MOVE ZERO TO SEL-COUNT.
           PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > WK-COUNT
               IF (SCR-FEED = SPACE OR
                   SCR-FEED = WK-FEED (WK-IDX)) AND
                  (SCR-DEPT = SPACES OR
                   SCR-DEPT = WK-DEPT (WK-IDX)) AND
                  WK-AGE (WK-IDX) NOT < SCR-MIN-AGE
                   PERFORM INSERT-SELECTED
               END-IF
           END-PERFORM.

       INSERT-SELECTED.
           MOVE SEL-COUNT TO SEL-POS.
           ADD 1 TO SEL-COUNT.
           MOVE 'N' TO SEL-STOP.
           PERFORM UNTIL SEL-POS = ZERO OR SEL-STOP = 'Y'
               IF WK-NIGHT (SEL-WK (SEL-POS)) > WK-NIGHT (WK-IDX)
                   MOVE SEL-WK (SEL-POS) TO SEL-WK (SEL-POS + 1)
                   SUBTRACT 1 FROM SEL-POS
               ELSE
                   MOVE 'Y' TO SEL-STOP
               END-IF
           END-PERFORM.
           MOVE WK-IDX TO SEL-WK (SEL-POS + 1).

       BROWSE-ENTRIES.
           PERFORM BUILD-SELECTION.
           IF SEL-COUNT = ZERO
               MOVE "NO PENDING ENTRIES MATCH THE SELECTION"
                   TO SCR-MESSAGE
           ELSE
               MOVE 1 TO LIST-TOP
               MOVE SPACE TO SCR-COMMAND
               PERFORM UNTIL SCR-COMMAND = 'R'
                   PERFORM BUILD-LIST-PAGE
                   MOVE SPACE TO SCR-COMMAND
                   MOVE ZERO TO SCR-LINE
                   DISPLAY LIST-SCREEN
                   ACCEPT LIST-SCREEN
                   MOVE SPACES TO SCR-MESSAGE
                   PERFORM LIST-COMMAND
               END-PERFORM
               MOVE SPACES TO SCR-MESSAGE
           END-IF.

       LIST-COMMAND.
           EVALUATE TRUE
               WHEN SCR-LINE > ZERO
                   COMPUTE SEL-IDX = LIST-TOP + SCR-LINE - 1
                   IF SCR-LINE > 12 OR SEL-IDX > SEL-COUNT
                       MOVE "NO SUCH LINE ON THIS PAGE"
                           TO SCR-MESSAGE
                   ELSE
                       MOVE SEL-WK (SEL-IDX) TO WK-IDX
                       PERFORM WORK-ONE-ENTRY
                   END-IF
                   MOVE SPACE TO SCR-COMMAND
               WHEN SCR-COMMAND = 'N'
                   IF LIST-TOP + 12 > SEL-COUNT
                       MOVE "LAST PAGE" TO SCR-MESSAGE
                   ELSE
                       ADD 12 TO LIST-TOP
                   END-IF
               WHEN SCR-COMMAND = 'P'
                   IF LIST-TOP = 1
                       MOVE "FIRST PAGE" TO SCR-MESSAGE
                   ELSE
                       SUBTRACT 12 FROM LIST-TOP
                   END-IF
               WHEN SCR-COMMAND = 'R'
                   CONTINUE
               WHEN OTHER
                   MOVE "ENTER A LINE NUMBER OR N, P OR R"
                       TO SCR-MESSAGE
           END-EVALUATE.

       BUILD-LIST-PAGE.
           MOVE SEL-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO SCR-LIST-HEAD.
           STRING "LN F NIGHT    SEQ     AGE DPT Q TEXT"
                  DELIMITED BY SIZE
                  INTO SCR-LIST-HEAD.
           STRING "SELECTED=" DELIMITED BY SIZE
                  DISPLAY-COUNT DELIMITED BY SIZE
                  INTO SCR-LIST-HEAD (64:).
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > 12
               MOVE SPACES TO LIST-LINE (LIST-IDX)
               COMPUTE SEL-IDX = LIST-TOP + LIST-IDX - 1
               IF SEL-IDX NOT > SEL-COUNT
                   MOVE SEL-WK (SEL-IDX) TO WK-IDX
                   MOVE LIST-IDX TO LIST-NO
                   MOVE WK-AGE (WK-IDX) TO DISPLAY-AGE
                   STRING LIST-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-FEED (WK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-NIGHT (WK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-SEQ (WK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DISPLAY-AGE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-DEPT (WK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-QUEUED (WK-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WK-TEXT (WK-IDX) (1:46) DELIMITED BY SIZE
                          INTO LIST-LINE (LIST-IDX)
               END-IF
           END-PERFORM.

      *    One entry on the detail panel until the clerk queues
      *    something for it or returns to the list.
       WORK-ONE-ENTRY.
           MOVE WK-AGE (WK-IDX) TO DISPLAY-AGE.
           MOVE SPACES TO SCR-ENTRY-KEY.
           STRING "FEED=" DELIMITED BY SIZE
                  WK-FEED (WK-IDX) DELIMITED BY SIZE
                  " KEY=" DELIMITED BY SIZE
                  WK-NIGHT (WK-IDX) DELIMITED BY SIZE
                  WK-SEQ (WK-IDX) DELIMITED BY SIZE
                  " AGE=" DELIMITED BY SIZE
                  DISPLAY-AGE DELIMITED BY SIZE
                  INTO SCR-ENTRY-KEY.
           MOVE SPACES TO SCR-SRC-LINE.
           IF WK-SRC (WK-IDX) = SPACES
               MOVE "SRC= NOT RECORDED" TO SCR-SRC-LINE
           ELSE
               STRING "SRC=" DELIMITED BY SIZE
                      WK-SRC (WK-IDX) DELIMITED BY SPACE
                      " SEQ=" DELIMITED BY SIZE
                      WK-SRC-SEQ (WK-IDX) DELIMITED BY SIZE
                      INTO SCR-SRC-LINE
           END-IF.
           MOVE WK-TEXT (WK-IDX) (1:50) TO SCR-TEXT-1.
           MOVE WK-TEXT (WK-IDX) (51:50) TO SCR-TEXT-2.
           MOVE WK-TEXT (WK-IDX) TO SCR-CORR-TEXT.
           MOVE SPACES TO SCR-REASON.
           IF WK-TEXT (WK-IDX) (82:19) NOT = SPACES
               MOVE "TEXT LONGER THAN A CORRECTION HOLDS - SHORTEN IT"
                   TO SCR-MESSAGE
           END-IF.
           MOVE 'N' TO SCR-DONE.
           PERFORM UNTIL SCR-DONE = 'Y'
               PERFORM SHOW-QUEUED-STATE
               MOVE SPACE TO SCR-ACTION
               DISPLAY DETAIL-SCREEN
               ACCEPT DETAIL-SCREEN
               MOVE SPACES TO SCR-MESSAGE
               EVALUATE SCR-ACTION
                   WHEN 'C'
                       PERFORM QUEUE-CORRECTION
                   WHEN 'W'
                       PERFORM QUEUE-WRITE-OFF
                   WHEN 'R'
                       MOVE 'Y' TO SCR-DONE
                   WHEN OTHER
                       MOVE "ACTION MUST BE C, W OR R" TO SCR-MESSAGE
               END-EVALUATE
           END-PERFORM.
           MOVE 'N' TO SCR-DONE.

       SHOW-QUEUED-STATE.
           EVALUATE WK-QUEUED (WK-IDX)
               WHEN 'C'
                   MOVE "QUEUED FOR CORRECTION" TO QUEUED-TEXT
               WHEN 'W'
                   MOVE "QUEUED FOR WRITE-OFF" TO QUEUED-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO QUEUED-TEXT
           END-EVALUATE.

      *    The correction is judged exactly as D1RCYC will judge
      *    it: any department-code prefix is set aside and the
      *    rest scanned under the entry's own feed rules.  Only a
      *    correction that now yields a contribution is queued.
       QUEUE-CORRECTION.
           IF WK-QUEUED (WK-IDX) NOT = SPACE
               MOVE "ENTRY IS ALREADY QUEUED" TO SCR-MESSAGE
           ELSE
               IF SCR-CORR-TEXT = SPACES
                   MOVE "KEY THE CORRECTED TEXT FIRST" TO SCR-MESSAGE
               ELSE
                   PERFORM CHECK-CORRECTION
                   IF FIX-VALID = 'Y'
                       PERFORM WRITE-QUEUED-CORRECTION
                   ELSE
                       MOVE SPACES TO SCR-MESSAGE
                       STRING "STILL NO CONTRIBUTION UNDER FEED "
                              DELIMITED BY SIZE
                              WK-FEED (WK-IDX) DELIMITED BY SIZE
                              " RULES - NOT QUEUED" DELIMITED BY SIZE
                              INTO SCR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       CHECK-CORRECTION.
           MOVE 'N' TO FIX-VALID.
           MOVE SCR-CORR-TEXT TO INPUT-LINE.
           IF INPUT-LINE (4:1) = '|' AND INPUT-LINE (1:3) NOT = SPACES
               MOVE INPUT-LINE (5:96) TO CAL-TEXT
               MOVE CAL-TEXT TO INPUT-LINE
           END-IF.
           EVALUATE WK-FEED (WK-IDX)
               WHEN '1'
                   PERFORM SCAN-DIGITS-ONLY
                   IF FIRST-FOUND-FLAG = 'Y'
                       MOVE 'Y' TO FIX-VALID
                   END-IF
               WHEN '2'
                   PERFORM SCAN-WORD-AWARE
                   IF FIRST-FOUND-FLAG = 'Y' AND LAST-FOUND-FLAG = 'Y'
                       MOVE 'Y' TO FIX-VALID
                   END-IF
           END-EVALUATE.
           IF FIX-VALID = 'Y'
               COMPUTE CONTRIB-VALUE = FIRST-DIGIT * 10 + LAST-DIGIT
           END-IF.

       WRITE-QUEUED-CORRECTION.
           MOVE SPACES TO FIX-CARD.
           MOVE WK-FEED (WK-IDX) TO FIX-SOURCE.
           STRING "KEY=" DELIMITED BY SIZE
                  WK-NIGHT (WK-IDX) DELIMITED BY SIZE
                  WK-SEQ (WK-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SCR-CORR-TEXT DELIMITED BY SIZE
                  INTO FIX-TEXT.
           MOVE SCR-CLERK TO FIX-CLERK.
           OPEN EXTEND FXQ-FILE.
           IF FXQ-STATUS NOT = "00"
               OPEN OUTPUT FXQ-FILE
           END-IF.
           IF FXQ-STATUS NOT = "00"
               MOVE "SUSPFXQ1 COULD NOT BE OPENED - NOT QUEUED"
                   TO SCR-MESSAGE
           ELSE
               WRITE FXQ-RECORD FROM FIX-CARD
               CLOSE FXQ-FILE
               MOVE 'C' TO WK-QUEUED (WK-IDX)
               ADD 1 TO FIX-QUEUED-COUNT
               MOVE CONTRIB-VALUE TO DISPLAY-CONTRIB
               MOVE SPACES TO SCR-MESSAGE
               STRING "CORRECTION ACCEPTED, VALUE=" DELIMITED BY SIZE
                      DISPLAY-CONTRIB DELIMITED BY SIZE
                      " - QUEUED FOR D1RCYC" DELIMITED BY SIZE
                      INTO SCR-MESSAGE
           END-IF.

      *    The clerk must be allowed to submit write-offs; the
      *    approval comes later from a second operator.
       QUEUE-WRITE-OFF.
           EVALUATE TRUE
               WHEN WK-QUEUED (WK-IDX) NOT = SPACE
                   MOVE "ENTRY IS ALREADY QUEUED" TO SCR-MESSAGE
               WHEN SCR-REASON = SPACES
                   MOVE "A WRITE-OFF NEEDS A REASON" TO SCR-MESSAGE
               WHEN AUTH-LOADED NOT = 'Y'
                   MOVE "AUTHOPR1 NOT AVAILABLE - WRITE-OFF NOT QUEUED"
                       TO SCR-MESSAGE
               WHEN OTHER
                   MOVE 'S' TO WANTED-ROLE
                   PERFORM FIND-CLERK-AUTHORITY
                   IF AUTH-FOUND = ZERO
                       MOVE "CLERK MAY NOT SUBMIT WRITE-OFFS"
                           TO SCR-MESSAGE
                   ELSE
                       PERFORM WRITE-QUEUED-WRITE-OFF
                   END-IF
           END-EVALUATE.

       WRITE-QUEUED-WRITE-OFF.
           MOVE SPACES TO WOF-CARD.
           MOVE "WOF" TO WOF-VERB.
           MOVE WK-FEED (WK-IDX) TO WOF-FEED.
           MOVE WK-NIGHT (WK-IDX) TO WOF-NIGHT.
           MOVE WK-SEQ (WK-IDX) TO WOF-SEQ.
           MOVE SCR-CLERK TO WOF-SUBMITTER.
           MOVE SCR-REASON TO WOF-REASON.
           OPEN EXTEND WOQ-FILE.
           IF WOQ-STATUS NOT = "00"
               OPEN OUTPUT WOQ-FILE
           END-IF.
           IF WOQ-STATUS NOT = "00"
               MOVE "SUSPWOQ1 COULD NOT BE OPENED - NOT QUEUED"
                   TO SCR-MESSAGE
           ELSE
               WRITE WOQ-RECORD FROM WOF-CARD
               CLOSE WOQ-FILE
               MOVE 'W' TO WK-QUEUED (WK-IDX)
               ADD 1 TO WOF-QUEUED-COUNT
               MOVE "WRITE-OFF QUEUED - A SECOND OPERATOR MUST APPROVE"
                   TO SCR-MESSAGE
           END-IF.

      *    WANTED-ROLE is the role needed: 'S' to submit, 'A' to
      *    approve; 'B' on AUTHOPR1 covers both.
       FIND-CLERK-AUTHORITY.
           MOVE ZERO TO AUTH-FOUND.
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > AUTH-COUNT OR AUTH-FOUND > ZERO
               IF AUTH-OPER (AUTH-IDX) = SCR-CLERK AND
                  AUTH-ACTION (AUTH-IDX) = "WOF" AND
                  (AUTH-ROLE (AUTH-IDX) = WANTED-ROLE OR
                   AUTH-ROLE (AUTH-IDX) = 'B')
                   MOVE AUTH-IDX TO AUTH-FOUND
               END-IF
           END-PERFORM.

      *    Second half of the write-off dual control.  The clerk
      *    signed on approves write-offs other clerks queued; the
      *    queue is rewritten whole with the approver's ID on the
      *    approved ones.
       APPROVE-WRITE-OFFS.
           MOVE 'A' TO WANTED-ROLE.
           IF AUTH-LOADED = 'Y'
               PERFORM FIND-CLERK-AUTHORITY
           END-IF.
           IF AUTH-LOADED NOT = 'Y' OR AUTH-FOUND = ZERO
               MOVE "CLERK MAY NOT APPROVE WRITE-OFFS" TO SCR-MESSAGE
           ELSE
               PERFORM LOAD-WRITE-OFF-QUEUE
               MOVE ZERO TO WQ-APPROVED
               MOVE SPACE TO SCR-REPLY
               IF WQ-OVER = 'Y'
                   MOVE 'X' TO SCR-REPLY
               END-IF
               PERFORM VARYING WQ-IDX FROM 1 BY 1
                   UNTIL WQ-IDX > WQ-COUNT OR SCR-REPLY = 'X'
                   MOVE WQ-CARD (WQ-IDX) TO WOF-CARD
                   IF WOF-APPROVER = SPACES AND
                      WOF-SUBMITTER NOT = SCR-CLERK
                       PERFORM APPROVE-ONE-WRITE-OFF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WQ-OVER = 'Y'
                       MOVE "SUSPWOQ1 OVER 1000 CARDS - RUN D1SUSP "
                           TO SCR-MESSAGE
                       MOVE "BEFORE APPROVING" TO SCR-MESSAGE (39:16)
                   WHEN WQ-APPROVED > ZERO
                       PERFORM REWRITE-WRITE-OFF-QUEUE
                   WHEN OTHER
                       MOVE "NO QUEUED WRITE-OFFS APPROVED"
                           TO SCR-MESSAGE
               END-EVALUATE
           END-IF.

       LOAD-WRITE-OFF-QUEUE.
           MOVE ZERO TO WQ-COUNT.
           MOVE 'N' TO WQ-OVER.
           OPEN INPUT WOQ-FILE.
           IF WOQ-STATUS = "00"
               MOVE 'N' TO WOQ-EOF
               PERFORM UNTIL WOQ-EOF = 'Y'
                   READ WOQ-FILE
                       AT END
                           MOVE 'Y' TO WOQ-EOF
                       NOT AT END
                           IF WQ-COUNT < 1000
                               ADD 1 TO WQ-COUNT
                               MOVE WOQ-RECORD TO WQ-CARD (WQ-COUNT)
                           ELSE
                               MOVE 'Y' TO WQ-OVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOQ-FILE
           END-IF.

       APPROVE-ONE-WRITE-OFF.
           MOVE SPACES TO SCR-WQ-LINE-1.
           STRING "FEED=" DELIMITED BY SIZE
                  WOF-FEED DELIMITED BY SIZE
                  " KEY=" DELIMITED BY SIZE
                  WOF-NIGHT DELIMITED BY SIZE
                  WOF-SEQ DELIMITED BY SIZE
                  "  MARKED BY " DELIMITED BY SIZE
                  WOF-SUBMITTER DELIMITED BY SIZE
                  INTO SCR-WQ-LINE-1.
           MOVE SPACES TO SCR-WQ-LINE-2.
           STRING "REASON: " DELIMITED BY SIZE
                  WOF-REASON DELIMITED BY SIZE
                  INTO SCR-WQ-LINE-2.
           MOVE WOF-FEED TO FIND-FEED.
           MOVE WOF-NIGHT TO FIND-NIGHT.
           MOVE WOF-SEQ TO FIND-SEQ.
           PERFORM FIND-WORK-ENTRY.
           IF WK-FOUND = ZERO
               MOVE "ENTRY IS NO LONGER PENDING ON CALSUSP1"
                   TO SCR-WQ-LINE-3
               MOVE SPACES TO SCR-TEXT-1
               MOVE SPACES TO SCR-TEXT-2
           ELSE
               MOVE WK-AGE (WK-FOUND) TO DISPLAY-AGE
               MOVE SPACES TO SCR-WQ-LINE-3
               STRING "PENDING " DELIMITED BY SIZE
                      DISPLAY-AGE DELIMITED BY SIZE
                      " NIGHTS, SRC=" DELIMITED BY SIZE
                      WK-SRC (WK-FOUND) DELIMITED BY SPACE
                      " SEQ=" DELIMITED BY SIZE
                      WK-SRC-SEQ (WK-FOUND) DELIMITED BY SIZE
                      INTO SCR-WQ-LINE-3
               MOVE WK-TEXT (WK-FOUND) (1:50) TO SCR-TEXT-1
               MOVE WK-TEXT (WK-FOUND) (51:50) TO SCR-TEXT-2
           END-IF.
           MOVE SPACE TO SCR-REPLY.
           PERFORM UNTIL SCR-REPLY = 'Y' OR 'N' OR 'X'
               DISPLAY APPROVE-SCREEN
               ACCEPT APPROVE-SCREEN
               MOVE SPACES TO SCR-MESSAGE
               IF SCR-REPLY NOT = 'Y' AND 'N' AND 'X'
                   MOVE "REPLY Y, N OR X" TO SCR-MESSAGE
               END-IF
           END-PERFORM.
           IF SCR-REPLY = 'Y'
               MOVE SCR-CLERK TO WOF-APPROVER
               MOVE WOF-CARD TO WQ-CARD (WQ-IDX)
               ADD 1 TO WQ-APPROVED
           END-IF.

       REWRITE-WRITE-OFF-QUEUE.
           OPEN OUTPUT WOQ-FILE.
           IF WOQ-STATUS NOT = "00"
               MOVE "SUSPWOQ1 COULD NOT BE REWRITTEN - NOT APPROVED"
                   TO SCR-MESSAGE
           ELSE
               PERFORM VARYING WQ-IDX FROM 1 BY 1
                   UNTIL WQ-IDX > WQ-COUNT
                   WRITE WOQ-RECORD FROM WQ-CARD (WQ-IDX)
               END-PERFORM
               CLOSE WOQ-FILE
               ADD WQ-APPROVED TO APPROVED-COUNT
               MOVE WQ-APPROVED TO DISPLAY-COUNT
               MOVE SPACES TO SCR-MESSAGE
               STRING "WRITE-OFFS APPROVED=" DELIMITED BY SIZE
                      DISPLAY-COUNT DELIMITED BY SIZE
                      " - QUEUED FOR D1SUSP" DELIMITED BY SIZE
                      INTO SCR-MESSAGE
           END-IF.

       COPY AUTHOPRP.

       COPY CALSCANP.
