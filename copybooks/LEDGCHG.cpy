      * Floor ledger change journal (LEDGJRN1) record, written by
      * D1LMNT for every adjustment card it applies.  The dataset is
      * permanent and only ever appended to: one fixed-column line
      * per change with when, what, who and why, and the entry's
      * status and figures both before and after, so any ledger
      * figure can be traced back to what D1 originally posted.
      *     LCHG-ACTION   ADJ / REV / REINSTATE
      *     LCHG-xxx-STAT entry status (blank live, 'R' reversed)
      *     LCHG-xxx-ADJ  'Y' when the figures had been adjusted
       01 LCHG-RECORD.
           05 LCHG-DATE         PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-TIME         PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-ACTION       PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-RUN-DATE     PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-BATCH-ID     PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-SET-NAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-REASON       PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-OPERATOR     PIC X(8).
           05 FILLER            PIC X(3) VALUE " B=".
           05 LCHG-BEFORE-STAT  PIC X.
           05 LCHG-BEFORE-ADJ   PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-BEFORE-FLOOR PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-BEFORE-BSMT  PIC 9(9).
           05 FILLER            PIC X(3) VALUE " A=".
           05 LCHG-AFTER-STAT   PIC X.
           05 LCHG-AFTER-ADJ    PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-AFTER-FLOOR  PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER            PIC X VALUE SPACE.
           05 LCHG-AFTER-BSMT   PIC 9(9).
