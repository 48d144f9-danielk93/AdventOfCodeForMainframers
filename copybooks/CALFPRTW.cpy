      * Duplicate-record fingerprint working storage for ReadFile
      * and D1T2 (see CALFPRTP.cpy for the matching paragraphs).
      * The caller sets FPRT-FEED-WORK and DUP-REPORT-TITLE once,
      * DUP-RESUME when a checkpoint resume should extend the
      * report, and before each record DEPT-CODE-WORK (the code as
      * the record carries it), FPRT-TEXT-WORK (the calibration
      * text), FPRT-ORIG-WORK (the whole record) and FPRT-SEQ-WORK.
       01 FPRT-STATUS        PIC XX.
       01 FPRT-OPEN          PIC X VALUE 'N'.
       01 FPRT-FEED-WORK     PIC X.
       01 FPRT-TEXT-WORK     PIC X(100).
       01 FPRT-ORIG-WORK     PIC X(100).
       01 FPRT-SEQ-WORK      PIC 9(6).
       01 FPRT-AGE-DAYS      PIC S9(7).
       01 DUP-STATUS         PIC XX.
       01 DUP-OPEN           PIC X VALUE 'N'.
       01 DUP-RESUME         PIC X VALUE 'N'.
       01 DUP-REPORT-TITLE   PIC X(60).
       01 DUP-SUSPECT        PIC X VALUE 'N'.
       01 DUP-HOLD-RECORD    PIC X VALUE 'N'.
       01 DUP-SUSPECT-COUNT  PIC 9(6) VALUE ZERO.
       01 DUP-HELD-COUNT     PIC 9(6) VALUE ZERO.
       01 DUP-DISPOSITION    PIC X(8).
       01 DUP-DISPLAY-WINDOW PIC ZZ9.
      * A held duplicate still leaves a line in the detail report,
      * padded so its SRC= stamp sits where a contribution line's
      * does: D1BAL counts it against the file's FILETOTAL records.
       01 DUP-HELD-TAG       PIC X(32) VALUE "  HELD=DUPLICATE".
