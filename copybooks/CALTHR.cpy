       01 THR-VAR-P1F-PCT   PIC 9(3) VALUE 50.
       01 THR-VAR-P2T-PCT   PIC 9(3) VALUE 25.
       01 THR-VAR-P2R-PCT   PIC 9(3) VALUE 25.
      * Duplicate-record fingerprinting in ReadFile and D1T2, as
      * THRESH01 cards:
      *     DUPWINDOW=nnn    nights back a record fingerprint is
      *                      remembered (default 7; 0 = tonight's
      *                      input only)
      *     DUPACTION=HOLD   suspected duplicates are held out of
      *                      the totals and department figures
      *     DUPACTION=REPORT suspected duplicates are only reported
      *                      (the default)
       01 THR-DUP-WINDOW    PIC 9(3) VALUE 7.
       01 THR-DUP-ACTION    PIC X(6) VALUE "REPORT".
           88 THR-DUP-HOLD  VALUE "HOLD".
      * Expected-feed schedule check (D1FEED), as a THRESH01 card:
      *     FEEDDAYS=nnn     business days reported back from the
      *                      run date, the run date included
      *                      (default 5, at most 31) - a feed
      *                      still missing that far back drops off
      *                      the report
       01 THR-FEED-DAYS     PIC 9(3) VALUE 5.
      * Facilities building-management reconciliation (D1FACREC),
      * as THRESH01 cards:
      *     FACFLRTOL=nnn    floors the facilities end-of-day floor
      *                      may differ from FLRLEDG1 before the
      *                      operator is alerted (default 0)
      *     FACBSMTOL=nnnnnn stream positions the first basement
      *                      position may differ (default 0)
      *     FACREPEAT=nnn    consecutive disagreeing days that mark
      *                      a set as persistent (default 3)
       01 THR-FAC-FLR-TOL   PIC 9(3) VALUE ZERO.
       01 THR-FAC-BSM-TOL   PIC 9(6) VALUE ZERO.
       01 THR-FAC-REPEAT    PIC 9(3) VALUE 3.
       01 ALERT-TEXT        PIC X(132).
       01 ALERT-LINE        PIC X(132).
      * Structured alert record image (fixed columns, so D1ALERT
      * Alert routing table: the first keyword found anywhere in
      * ALERT-TEXT assigns the team; no match routes to the duty
      * operators.  Each 22-byte entry is KEYWORD(14) TEAM(8).
      * Dual-control refusals lead the table so a refused extract
      * release goes to audit, not to the transmission desk.
       01 ALERT-ROUTE-DATA.
           05 FILLER PIC X(22) VALUE "DUAL CONTROL  AUDIT   ".
           05 FILLER PIC X(22) VALUE "REJECT RATE   DATACTL ".
           05 FILLER PIC X(22) VALUE "RECONCILIATIONDATACTL ".
           05 FILLER PIC X(22) VALUE "DEPARTMENT CODDATACTL ".
           05 FILLER PIC X(22) VALUE "REPLAY        TRANSMIT".
           05 FILLER PIC X(22) VALUE "TRANSMISSION  TRANSMIT".
           05 FILLER PIC X(22) VALUE "EXTRACT       TRANSMIT".
           05 FILLER PIC X(22) VALUE "BUILDING      FACILITY".
           05 FILLER PIC X(22) VALUE "DUPLICATE     DATACTL ".
       01 ALERT-ROUTE-TABLE REDEFINES ALERT-ROUTE-DATA.
           05 ALERT-ROUTE-ENTRY OCCURS 10 TIMES.
               10 ALERT-ROUTE-KEY   PIC X(14).
               10 ALERT-ROUTE-TEAM  PIC X(8).
       01 ALERT-ROUTE-KEYLEN    PIC 9(2).
