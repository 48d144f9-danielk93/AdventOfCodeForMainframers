       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRKT-FILE ASSIGN TO DYNAMIC BRKT-DD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRKT-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

           SELECT BLDG-FILE ASSIGN TO "BLDREG1"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRKT-FILE.
       FD ALERT-FILE.
       01 ALERT-RECORD PIC X(132).

       FD BLDG-FILE.
       01 BLDG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-Switch PIC X VALUE 'N'.
       01 OpenBracket PIC 9(9) VALUE ZERO.
       01 UpChar PIC X VALUE '('.
       01 DownChar PIC X VALUE ')'.
       01 BRKT-STATUS PIC XX.
      *    A BACKFILL night reads its own dated instruction dataset,
      *    ddname BRKTmmdd, in place of BRKTIN01.
       01 BRKT-DD-NAME PIC X(8) VALUE "BRKTIN01".
       01 TrimmedLine PIC X(2000).
       01 TrimmedLen PIC 9(4) VALUE ZERO.
       01 SetName PIC X(8) VALUE "DEFAULT".
               10 RecapBasement PIC 9(9).
               10 RecapUnrecog  PIC 9(9).
               10 RecapWithheld PIC X.
               10 RecapReason   PIC X(32).
       01 DisplayBasement PIC ZZZZZZZZ9.
       01 PROFILE-STATUS PIC XX.
       01 ProfileOpen PIC X VALUE 'N'.
       01 WithheldCount PIC 9(3) VALUE ZERO.
       01 DisplayUnrecog PIC ZZZZZZZZ9.
       01 DisplayGarbPct PIC ZZ9.99.
      *    Physical floor-range validation: each set is checked
      *    against its building on the BLDREG1 register, and a set
      *    that is not registered, is inactive, or reached a floor
      *    the building does not have is withheld exactly as a
      *    garbage set is.  WithheldKind tells the two apart - 'G'
      *    garbage ratio, 'B' building register - and WithheldReason
      *    carries the printable cause to the profile and recap.
       01 WithheldKind PIC X VALUE SPACE.
       01 WithheldReason PIC X(32) VALUE SPACES.
       01 BldgWithheldCount PIC 9(3) VALUE ZERO.
       01 BldgLowFloor PIC S9(4) VALUE ZERO.
       01 BldgFloorText PIC -(4)9.
       01 BldgLimitText PIC -(4)9.
       01 BracketCharsSet PIC X VALUE 'N'.
       01 CtlEof PIC X VALUE 'N'.
      *    Floor occupancy: how many stream positions each visited
       COPY CALCAL.
       COPY CALTHR.
       COPY NITEXFER.
       COPY BLDREG.
       PROCEDURE DIVISION.
           ACCEPT JrnlStartTime FROM TIME.
           PERFORM LOAD-BRACKET-CONTROL.
           PERFORM LOAD-BUILDING-REGISTER.
           IF BLDG-LOADED = 'N'
               DISPLAY "BLDREG1 not available - set floor ranges "
                   "not validated"
           END-IF.
           ACCEPT RunDate FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL.
           IF RUNCTL-BAD = 'Y'
               PERFORM JOURNAL-THIS-STEP
               GOBACK
           END-IF.
      *    A late-arrival run carries calibration feeds only; the
      *    night's floor posting stands as it was made.
           IF MODE-LATE
               DISPLAY "MODE=LATE - nothing for D1 to post"
               GOBACK
           END-IF.
      *    A PROD run with no DATE= card takes its processing date
      *    from the calendar - the most recent business day - so a
      *    standalone D1 step stays on the same date D1NIGHT would
               MOVE RunDate TO RUN-CTL-DATE
           END-IF.
           DISPLAY "Run mode: " RUN-MODE "  Run date: " RunDate.
           IF RUN-BKF-NIGHT = 'Y'
               MOVE SPACES TO BRKT-DD-NAME
               STRING "BRKT" DELIMITED BY SIZE
                      RUN-BKF-MMDD DELIMITED BY SIZE
                      INTO BRKT-DD-NAME
           END-IF.
           OPEN INPUT BRKT-FILE.
           IF BRKT-STATUS NOT = "00"
               DISPLAY BRKT-DD-NAME " not available - cannot "
                   "process bracket instructions"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO JRNL-COUNTS
               STRING BRKT-DD-NAME DELIMITED BY SIZE
                      " NOT AVAILABLE" DELIMITED BY SIZE
                      INTO JRNL-COUNTS
               PERFORM JOURNAL-THIS-STEP
               GOBACK
           END-IF.

       COPY CALTHRP.

       COPY BLDREGP.

      *    The first plain record carries the up/down characters as
      *    before; a GARBPCT=nnn card anywhere in the deck sets the
      *    garbage-ratio limit above which a set's ledger posting
           MOVE ZERO TO UnrecogCount.
           MOVE ZERO TO FirstBadPos.
           MOVE 'N' TO SetWithheld.
           MOVE SPACE TO WithheldKind.
           MOVE SPACES TO WithheldReason.
           MOVE ZERO TO OccCount.
           MOVE ZERO TO OccOverflow.
           MOVE 'Y' TO SetActive.
           SUBTRACT ClosedBracket FROM OpenBracket GIVING ResultNum.
           MOVE ResultNum TO Result.
           PERFORM JUDGE-SET-GARBAGE.
           IF SetWithheld = 'N' AND BLDG-LOADED = 'Y'
               PERFORM JUDGE-SET-BUILDING
           END-IF.
           PERFORM WRITE-PROFILE-SET-SUMMARY.
           PERFORM WRITE-OCCUPANCY-SECTION.

           IF SetWithheld = 'Y'
               IF WithheldKind = 'G'
                   DISPLAY "Set " SetName " - WITHHELD, garbage ratio "
                       DisplayGarbPct " pct exceeds limit - floor not "
                       "certified, ledger entry not posted"
               ELSE
                   DISPLAY "Set " SetName " - WITHHELD, building "
                       "register: " WithheldReason
                   DISPLAY "Set " SetName " - floor not certified, "
                       "ledger entry not posted"
               END-IF
           ELSE
               DISPLAY "Set " SetName " - Santa is in floor: " Result
               IF BasementFound
               MOVE BasementPos TO RecapBasement (RecapCount)
               MOVE UnrecogCount TO RecapUnrecog (RecapCount)
               MOVE SetWithheld TO RecapWithheld (RecapCount)
               MOVE WithheldReason TO RecapReason (RecapCount)
           ELSE
               DISPLAY "Recap table full - set " SetName
                   " not listed in recap"
           MOVE GarbPct TO DisplayGarbPct.
           IF GarbPct > GarbLimitPct
               MOVE 'Y' TO SetWithheld
               MOVE 'G' TO WithheldKind
               MOVE "GARBAGE RATIO EXCEEDS LIMIT" TO WithheldReason
               ADD 1 TO WithheldCount
               MOVE UnrecogCount TO DisplayUnrecog
               MOVE SPACES TO ALERT-TEXT
               END-IF
           END-IF.

      *    The set's physical plausibility against the building it
      *    names: an unregistered or inactive set, or a highest,
      *    lowest or final floor outside the building's top floor
      *    and lowest basement level, means the feed is describing
      *    an elevator that cannot exist - the set is withheld like
      *    a garbage set and the alert (keyed BUILDING) routes to
      *    facilities the same night.
       JUDGE-SET-BUILDING.
           MOVE SetName TO BLDG-SET-WORK.
           PERFORM FIND-BUILDING.
           MOVE SPACES TO WithheldReason.
           IF BLDG-FOUND = ZERO
               MOVE "SET NOT ON REGISTER" TO WithheldReason
           ELSE
               COMPUTE BldgLowFloor = 0 - BLDG-LOW-LEVEL (BLDG-FOUND)
               EVALUATE TRUE
                   WHEN BLDG-ACTIVE (BLDG-FOUND) NOT = 'A'
                       MOVE "BUILDING INACTIVE ON REGISTER"
                           TO WithheldReason
                   WHEN MaxFloor > BLDG-TOP-FLOOR (BLDG-FOUND)
                       MOVE MaxFloor TO BldgFloorText
                       MOVE BLDG-TOP-FLOOR (BLDG-FOUND)
                           TO BldgLimitText
                       STRING "MAX FLOOR " DELIMITED BY SIZE
                              FUNCTION TRIM (BldgFloorText)
                                  DELIMITED BY SIZE
                              " ABOVE TOP " DELIMITED BY SIZE
                              FUNCTION TRIM (BldgLimitText)
                                  DELIMITED BY SIZE
                              INTO WithheldReason
                   WHEN MinFloor < BldgLowFloor
                       MOVE MinFloor TO BldgFloorText
                       MOVE BldgLowFloor TO BldgLimitText
                       STRING "MIN FLOOR " DELIMITED BY SIZE
                              FUNCTION TRIM (BldgFloorText)
                                  DELIMITED BY SIZE
                              " BELOW LOW " DELIMITED BY SIZE
                              FUNCTION TRIM (BldgLimitText)
                                  DELIMITED BY SIZE
                              INTO WithheldReason
                   WHEN RunningFloor > BLDG-TOP-FLOOR (BLDG-FOUND)
                     OR RunningFloor < BldgLowFloor
                       MOVE RunningFloor TO BldgFloorText
                       STRING "FINAL FLOOR " DELIMITED BY SIZE
                              FUNCTION TRIM (BldgFloorText)
                                  DELIMITED BY SIZE
                              " OUT OF RANGE" DELIMITED BY SIZE
                              INTO WithheldReason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WithheldReason NOT = SPACES
               MOVE 'Y' TO SetWithheld
               MOVE 'B' TO WithheldKind
               ADD 1 TO BldgWithheldCount
               MOVE SPACES TO ALERT-TEXT
               STRING "ABORT    D1 SET " DELIMITED BY SIZE
                      SetName DELIMITED BY SIZE
                      " BUILDING " DELIMITED BY SIZE
                      WithheldReason DELIMITED BY "  "
                      " - LEDGER POSTING WITHHELD" DELIMITED BY SIZE
                      INTO ALERT-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RUN-RECAP.
           DISPLAY "===== Bracket set recap =====".
           PERFORM VARYING RecapIndex FROM 1 BY 1
                   DISPLAY "SET=" RecapSet (RecapIndex)
                       "  FLOOR=" RecapFloor (RecapIndex)
                       "  UNRECOGNIZED=" DisplayUnrecog
                       "  ** WITHHELD - " RecapReason (RecapIndex)
               ELSE
                   IF RecapBasement (RecapIndex) > ZERO
                       DISPLAY "SET=" RecapSet (RecapIndex)
           IF WithheldCount > ZERO
               DISPLAY "Sets withheld for garbage: " WithheldCount
           END-IF.
           IF BldgWithheldCount > ZERO
               DISPLAY "Sets withheld by building register: "
                   BldgWithheldCount
           END-IF.

       OPEN-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE.
               END-IF
               WRITE PROFILE-RECORD
               IF SetWithheld = 'Y'
                   MOVE SPACES TO PROFILE-RECORD
                   STRING "  SET WITHHELD - " DELIMITED BY SIZE
                          WithheldReason DELIMITED BY "  "
                          ", LEDGER POSTING SUPPRESSED"
                          DELIMITED BY SIZE
                          INTO PROFILE-RECORD
                   WRITE PROFILE-RECORD
               END-IF
           END-IF.
