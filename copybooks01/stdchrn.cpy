      * stdchrn.cpy
      * One reject the correction run has just found chronic -- still
      * failing after the allowed number of resubmissions -- with the
      * batch the daily edit first rejected it from, so the department
      * that sent it can be named.  Entries accumulate until the
      * department-statistics collector takes them, which empties the
      * file.
           05  CHRN-RUN-DATE           PIC X(08).
           05  CHRN-STD-NUM            PIC X(05).
           05  CHRN-BATCH-ID           PIC X(08).
           05  CHRN-REASON-CODE        PIC X(04).
           05  CHRN-RESUB-COUNT        PIC 9(02).
