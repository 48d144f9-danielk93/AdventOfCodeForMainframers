      * tests CKPT-REC-DEPT-CNT NUMERIC before trusting them.
           05 CKPT-REC-DEPT-CNT     PIC 9(3).
           05 CKPT-REC-DEPT-TABLE   PIC X(1150).
      * Run identity and the night's warning counts, so D1MERGE can
      * prove a partition checkpoint belongs to tonight's run and
      * carry the partition's envelope, replay and unknown-code
      * warnings into the consolidated return code.  Zero partition
      * fields mean the list was run whole.
           05 CKPT-REC-RUN-DATE     PIC 9(8).
           05 CKPT-REC-PART-NO      PIC 9(2).
           05 CKPT-REC-PARTS        PIC 9(2).
           05 CKPT-REC-ENV-FAIL-CNT PIC 9(4).
           05 CKPT-REC-REPLAY-CNT   PIC 9(4).
           05 CKPT-REC-UNKNOWN-CNT  PIC 9(6).
      * Duplicate-record suspects found so far and how many of them
      * were held out of the totals (THRESH01 DUPACTION=HOLD).
           05 CKPT-REC-DUP-SUSPECT-CNT PIC 9(6).
           05 CKPT-REC-DUP-HELD-CNT    PIC 9(6).
