      * single record contributes.  A file whose first record is not
      * HDR is a legacy, unenveloped feed and is accepted as-is.
       VALIDATE-FILE-ENVELOPE.
           MOVE 'N' TO ENV-OPENED.
           MOVE 'N' TO ENV-ENVELOPED.
           MOVE 'Y' TO ENV-VALID.
           MOVE 'N' TO ENV-EOF.
           MOVE SPACES TO ENV-REASON.
           OPEN INPUT ENV-INFILE.
           IF ENV-INSTAT = "00"
               MOVE 'Y' TO ENV-OPENED
               PERFORM UNTIL ENV-EOF = 'Y'
                   READ ENV-INFILE
                       AT END
