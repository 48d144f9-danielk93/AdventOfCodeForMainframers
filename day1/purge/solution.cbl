       COPY FLRLEDGR.

       FD LEDGER-HIST.
       01 LEDGER-HIST-RECORD PIC X(80).

       FD DETAIL-FILE.
       01 DETAIL-RECORD PIC X(200).
