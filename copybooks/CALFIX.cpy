      * Correction card image, shared by D1RCYC and D1SWORK.  The
      * same layout is read from the keyed CALFIX01 deck and from
      * the SUSPFXQ1 queue D1SWORK appends to:
      *     byte   1      source feed ('1' digit / '2' word)
      *     bytes  2-101  repaired text, optionally keyed
      *                   KEY=yyyymmddnnnnnn|repaired-text
      *     bytes 102-109 ID of the clerk who queued it at the
      *                   screen (blank on a keyed card)
       01 FIX-CARD.
           05 FIX-SOURCE        PIC X.
           05 FIX-TEXT          PIC X(100).
           05 FIX-CLERK         PIC X(8).
