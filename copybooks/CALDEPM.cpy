      *     bytes  4-33  department name
      *     byte   34    status - 'A' active, 'I' inactive
      *     bytes 35-54  owning contact
      *     bytes 55-60  general-ledger cost centre the department's
      *                  chargeback is debited to
      *     bytes 61-70  general-ledger account within that centre
      * D1DEPTM maintains the dataset from transaction cards; the
      * nightly calibration programs load it read-only to validate
      * the DEPT-CODE-WORK codes the feed carries.  A code that is
               10 DEPTM-NAME      PIC X(30).
               10 DEPTM-ACTIVE    PIC X.
               10 DEPTM-CONTACT   PIC X(20).
               10 DEPTM-COST-CTR  PIC X(6).
               10 DEPTM-GL-ACCT   PIC X(10).
       01 DEPTM-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
       01 DEPTM-UNK-CODES     PIC 9(3) VALUE ZERO.
       01 DEPTM-UNK-IDX       PIC 9(3).
