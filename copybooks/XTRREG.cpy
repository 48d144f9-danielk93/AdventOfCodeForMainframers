      *     'R' flagged for resend (NAKed, or unacknowledged past
      *         the configurable age) - cleared back to 'P' by
      *         D1NIGHT when the night's extract is produced again
      * XTRR-CORR-SEQ is zero for the nightly extract itself; D1RCYC
      * registers each restatement correction of a night under the
      * same date with the next correction number (01, 02, ...), so
      * every correction is acknowledged in its own right.
       01 XTRR-RECORD.
           05 XTRR-KEY.
               10 XTRR-DATE       PIC 9(8).
               10 XTRR-CORR-SEQ   PIC 9(2).
           05 XTRR-DATA.
               10 XTRR-HASH       PIC 9(10).
               10 XTRR-PROD-DATE  PIC 9(8).
