      * already processed this file?".  Only enveloped feeds can be
      * registered - a legacy unenveloped file carries neither date
      * nor hash and is accepted as-is, exactly as the envelope
      * validation itself treats it - except that a legacy file is
      * still registered once it has been read, keyed under the run
      * date with a zero hash, so the expected-feed schedule check
      * (D1FEED) can see it arrived.
      * XREG-RUN-DATE is the night the file was processed for and
      * XREG-ARRIVAL is 'L' when it came in on a MODE=LATE
      * late-arrival run after that night had closed.
      * XREG-PROGRAM names the calibration program that registered
      * the file, or is BOTH once ReadFile and D1T2 have each
      * processed it.
       01 XREG-RECORD.
           05 XREG-KEY.
               10 XREG-HDR-DATE   PIC 9(8).
               10 XREG-PROC-DATE  PIC 9(8).
               10 XREG-PROC-TIME  PIC 9(8).
               10 XREG-PROGRAM    PIC X(8).
               10 XREG-RUN-DATE   PIC 9(8).
               10 XREG-ARRIVAL    PIC X.
                   88 XREG-LATE-ARRIVAL VALUE 'L'.
