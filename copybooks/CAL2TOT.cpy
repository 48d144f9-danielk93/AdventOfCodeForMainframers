           05 CAL2TOT-TOTAL       PIC 9(6).
           05 CAL2TOT-LINE-CNT    PIC 9(4).
           05 CAL2TOT-REJECT-CNT  PIC 9(4).
      * The rest of the record lets D1MERGE consolidate partitioned
      * runs: tonight's run identity, the figures a single run
      * would have reported at end of job, and the department
      * table image (the CALDEPT.cpy DEPT-TABLE layout, as CALCKPT
      * carries it for the digit side).
           05 CAL2TOT-FILE-CNT    PIC 9(4).
           05 CAL2TOT-HIGH        PIC 9(2).
           05 CAL2TOT-LOW         PIC 9(2).
           05 CAL2TOT-BF-MISMATCH PIC 9(4).
           05 CAL2TOT-ENV-FAIL-CNT PIC 9(4).
           05 CAL2TOT-REPLAY-CNT  PIC 9(4).
           05 CAL2TOT-UNKNOWN-CNT PIC 9(6).
           05 CAL2TOT-RUN-DATE    PIC 9(8).
           05 CAL2TOT-PART-NO     PIC 9(2).
           05 CAL2TOT-PARTS       PIC 9(2).
           05 CAL2TOT-DEPT-CNT    PIC 9(3).
           05 CAL2TOT-DEPT-TABLE  PIC X(1150).
      * Duplicate-record suspects and how many were held out of the
      * totals above (THRESH01 DUPACTION=HOLD).
           05 CAL2TOT-DUP-SUSPECT-CNT PIC 9(6).
           05 CAL2TOT-DUP-HELD-CNT    PIC 9(6).
