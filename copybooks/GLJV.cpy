      * General-ledger journal voucher record (CHGGLJV1), written by
      * D1CHGBK for each billing month and read back by D1GLREC to
      * match the GL reject file.  Fixed 80-byte records:
      *     H  header   - source, billing month, date created, and
      *                   the line count and debit/credit control
      *                   totals the GL load checks before posting
      *     D  detail   - one debit per department charged (cost
      *                   centre/account from CALDEPM1) and one
      *                   offsetting credit to the operations
      *                   recovery account; lines numbered from 1
      *     T  trailer  - line count and control totals again
      * The voucher number is CHGBK + billing month, the same on
      * every rerun of the month, so the GL refuses a second
      * posting of the same month instead of doubling it.
       01 GLJV-RECORD.
           05 GLJV-TYPE           PIC X.
               88 GLJV-HEADER     VALUE 'H'.
               88 GLJV-DETAIL     VALUE 'D'.
               88 GLJV-TRAILER    VALUE 'T'.
           05 GLJV-VOUCHER        PIC X(12).
           05 GLJV-BODY           PIC X(67).
           05 GLJV-HDR REDEFINES GLJV-BODY.
               10 GLJV-H-SOURCE      PIC X(8).
               10 GLJV-H-MONTH       PIC 9(6).
               10 GLJV-H-CREATED     PIC 9(8).
               10 GLJV-H-LINES       PIC 9(6).
               10 GLJV-H-DEBITS      PIC 9(11)V99.
               10 GLJV-H-CREDITS     PIC 9(11)V99.
               10 FILLER             PIC X(13).
           05 GLJV-DTL REDEFINES GLJV-BODY.
               10 GLJV-D-LINE        PIC 9(6).
               10 GLJV-D-DRCR        PIC X.
                   88 GLJV-D-DEBIT   VALUE 'D'.
                   88 GLJV-D-CREDIT  VALUE 'C'.
               10 GLJV-D-COST-CTR    PIC X(6).
               10 GLJV-D-ACCOUNT     PIC X(10).
               10 GLJV-D-AMOUNT      PIC 9(11)V99.
               10 GLJV-D-MONTH       PIC 9(6).
               10 GLJV-D-DEPT        PIC X(3).
               10 GLJV-D-DESC        PIC X(22).
           05 GLJV-TRL REDEFINES GLJV-BODY.
               10 GLJV-T-LINES       PIC 9(6).
               10 GLJV-T-DEBITS      PIC 9(11)V99.
               10 GLJV-T-CREDITS     PIC 9(11)V99.
               10 FILLER             PIC X(35).
