      * batch number assigned (LEDG-LAST-BATCH), so the writer
      * numbers the next run with one keyed read instead of
      * re-counting the entire ledger every night.
      * D1LMNT corrects entries in place from adjustment cards:
      * LEDG-ENTRY-STATUS is blank for a live entry and 'R' once
      * reversed (D1TREND then leaves it out of its totals);
      * LEDG-ADJUSTED is 'Y' once the figures were replaced, with
      * the figures D1 originally posted kept in LEDG-ORIG-FLOOR /
      * LEDG-ORIG-BASEMENT.  LEDG-CHG-DATE / LEDG-CHG-OPER carry the
      * last maintenance date and operator.  D1 posts these fields
      * as spaces, so an entry nobody touched reads as original.
       01 LEDGER-RECORD.
           05 LEDG-KEY.
               10 LEDG-RUN-DATE   PIC 9(8).
           05 LEDG-DATA.
               10 LEDG-FLOOR      PIC S9(4) SIGN LEADING SEPARATE.
               10 LEDG-BASEMENT   PIC 9(9).
               10 LEDG-ENTRY-STATUS PIC X.
               10 LEDG-ADJUSTED   PIC X.
               10 LEDG-ORIG-FLOOR PIC S9(4) SIGN LEADING SEPARATE.
               10 LEDG-ORIG-BASEMENT PIC 9(9).
               10 LEDG-CHG-DATE   PIC 9(8).
               10 LEDG-CHG-OPER   PIC X(8).
               10 FILLER          PIC X(12).
           05 LEDG-CONTROL REDEFINES LEDG-DATA.
               10 LEDG-LAST-BATCH PIC 9(6).
               10 FILLER          PIC X(52).
