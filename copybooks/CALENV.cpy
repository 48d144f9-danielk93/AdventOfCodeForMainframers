      * trailer TRLnnnnnnhhhhhhhhhh where nnnnnn is the data-record
      * count and hhhhhhhhhh is the hash total: the sum of every
      * digit character in the data records.
       01 ENV-OPENED        PIC X.
       01 ENV-ENVELOPED     PIC X.
       01 ENV-VALID         PIC X.
       01 ENV-EOF           PIC X.
