      * plus the DEPT- table from CALDEPT.cpy and RUN-CTL-DATE from
      * RUNCTL.cpy.  The caller sets DHST-FEED before PERFORMing.
      * A rerun of the same date REWRITEs the date's records, so the
      * history never double-counts a night.  A MODE=LATE run instead
      * adds its figures to whatever the night already posted - the
      * late feed is the part of the night that was missing, not a
      * replacement for it (XMITREG1 bounces a late file offered
      * twice).  A history that cannot be opened costs a SYSOUT
      * warning and RC 4, never more - the
      * night's own reports are already safe on CALDEP01/CALDEP02.
       POST-DEPT-HISTORY.
           OPEN I-O DHST-FILE.
           MOVE RUN-CTL-DATE TO DHST-RUN-DATE.
           MOVE DHST-FEED TO DHST-FEED-ID.
           MOVE DEPT-CODE (DEPT-IDX) TO DHST-DEPT-CODE.
           IF MODE-LATE
               PERFORM ADD-LATE-DEPT-HISTORY
           ELSE
               PERFORM REPLACE-DEPT-HISTORY
           END-IF.

       REPLACE-DEPT-HISTORY.
           MOVE DEPT-TOTAL (DEPT-IDX) TO DHST-TOTAL.
           MOVE DEPT-RECS (DEPT-IDX) TO DHST-RECS.
           MOVE DEPT-REJECTS (DEPT-IDX) TO DHST-REJECTS.
                               DHST-KEY
                   END-REWRITE
           END-WRITE.

       ADD-LATE-DEPT-HISTORY.
           READ DHST-FILE
               INVALID KEY
                   MOVE RUN-CTL-DATE TO DHST-RUN-DATE
                   MOVE DHST-FEED TO DHST-FEED-ID
                   MOVE DEPT-CODE (DEPT-IDX) TO DHST-DEPT-CODE
                   MOVE ZERO TO DHST-TOTAL
                   MOVE ZERO TO DHST-RECS
                   MOVE ZERO TO DHST-REJECTS
           END-READ.
           ADD DEPT-TOTAL (DEPT-IDX) TO DHST-TOTAL.
           ADD DEPT-RECS (DEPT-IDX) TO DHST-RECS.
           ADD DEPT-REJECTS (DEPT-IDX) TO DHST-REJECTS.
           IF DHST-STATUS = "00"
               REWRITE DHST-RECORD
                   INVALID KEY
                       DISPLAY "DEPTHST1 could not post " DHST-KEY
               END-REWRITE
           ELSE
               WRITE DHST-RECORD
                   INVALID KEY
                       DISPLAY "DEPTHST1 could not post " DHST-KEY
               END-WRITE
           END-IF.
