      * Corporate results extract (NITEXTR1) layout, shared by
      * D1NIGHT (the nightly extract) and D1RCYC (restatement
      * corrections).  One transmission group is HDR + extract date,
      * one DTL record carrying every NITE-XFER-AREA field, TRL +
      * record count + hash total (the sum of every digit character
      * in the DTL records, the same rule the inbound calibration
      * envelopes use), so the receiving system can validate it.
      * The nightly extract leaves XTR-HDR-CORR blank.  A correction
      * carries 'C' and its correction number for the night under
      * the ORIGINAL extract date, and its DTL holds only the
      * amounts to add to that night's figures (recycled totals;
      * floor, basement and counts unchanged, so zero).
       01 XTR-HEADER.
           05 FILLER           PIC X(3) VALUE "HDR".
           05 XTR-HDR-DATE     PIC 9(8).
           05 XTR-HDR-CORR.
               10 XTR-HDR-TYPE     PIC X.
               10 XTR-HDR-CORR-SEQ PIC 9(2).
       01 XTR-DATA-RECORD.
           05 FILLER           PIC X(3) VALUE "DTL".
           05 XTR-FLOOR        PIC S9(4) SIGN LEADING SEPARATE.
           05 XTR-BASEMENT     PIC 9(9).
           05 XTR-P1-TOTAL     PIC 9(6).
           05 XTR-P1-RECORDS   PIC 9(4).
           05 XTR-P1-FILES     PIC 9(4).
           05 XTR-P2-TOTAL     PIC 9(6).
           05 XTR-P2-RECORDS   PIC 9(4).
       01 XTR-TRAILER.
           05 FILLER           PIC X(3) VALUE "TRL".
           05 XTR-TRL-COUNT    PIC 9(6).
           05 XTR-TRL-HASH     PIC 9(10).
       01 XTR-HASH             PIC 9(10).
       01 XTR-CHAR-POS         PIC 9(4).
       01 XTR-DIGIT            PIC 9.
