      * Suspense write-off card image, shared by D1SUSP and D1SWORK.
      * The same layout is read from the keyed SUSPWOF1 deck and
      * from the SUSPWOQ1 queue D1SWORK appends to:
      *     WOF f yyyymmddnnnnnn ssssssss aaaaaaaa  reason
      * f = feed, then the entry's night and sequence, the
      * submitting operator (bytes 22-29), the approving operator
      * (bytes 31-38) and the write-off reason (bytes 41-80).  A
      * queued write-off carries the clerk who marked it as the
      * submitter and stays unapproved until a second operator
      * approves it at the screen.
       01 WOF-CARD.
           05 WOF-VERB          PIC X(3).
           05 FILLER            PIC X.
           05 WOF-FEED          PIC X.
           05 FILLER            PIC X.
           05 WOF-NIGHT         PIC X(8).
           05 WOF-SEQ           PIC X(6).
           05 FILLER            PIC X.
           05 WOF-SUBMITTER     PIC X(8).
           05 FILLER            PIC X.
           05 WOF-APPROVER      PIC X(8).
           05 FILLER            PIC X(2).
           05 WOF-REASON        PIC X(40).
