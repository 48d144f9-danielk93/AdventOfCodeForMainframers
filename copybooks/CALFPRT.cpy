      * Keyed record-fingerprint register (CALFPRT1) record, shared
      * by ReadFile and D1T2 (see CALFPRTP.cpy).  Nothing prunes it:
      * a fingerprint older than the duplicate window is simply
      * overwritten the next time the same record is seen, so the
      * file keeps one entry per distinct record ever received and
      * grows with them.  The file is ORGANIZATION INDEXED with
      * FPRT-KEY as the RECORD KEY.  The fingerprint is the feed,
      * the record's department code and its calibration text
      * themselves, so two records only ever match when they are
      * identical - there is no hash collision to explain to a
      * department.  The data part remembers where and on which
      * night the record was first seen, which is what the
      * duplicate-suspect report names beside the second copy.
       01 FPRT-RECORD.
           05 FPRT-KEY.
               10 FPRT-FEED       PIC X.
               10 FPRT-DEPT       PIC X(3).
               10 FPRT-TEXT       PIC X(100).
           05 FPRT-DATA.
               10 FPRT-RUN-DATE   PIC 9(8).
               10 FPRT-DSN        PIC X(40).
               10 FPRT-SEQ        PIC 9(6).
