      * stddstat.cpy
      * One entry on the cumulative department-statistics file -- a
      * single count, for one department and batch on one cycle date,
      * named by a four-character count code:
      *   BSNT  batches sent            FMIS  feed missing
      *   TOOB  trailer out of balance  RECV  records received
      *   Ennn  records rejected with reason code Ennn
      *   HELD  held, key suspended     SUSP  held, outside tolerance
      *   NOTM  not on STD-MASTER       CHRN  chronic reject traced
      * The collector appends the day's counts once per cycle date;
      * nothing rewrites the file, so any period can be summed back
      * out of it.  A department no feed could be traced to is
      * written as UNKNOWN.
           05  DST-RUN-DATE            PIC X(08).
           05  DST-DEPT-ID             PIC X(08).
           05  DST-BATCH-ID            PIC X(08).
           05  DST-COUNT-CODE          PIC X(04).
           05  DST-COUNT               PIC 9(08).
