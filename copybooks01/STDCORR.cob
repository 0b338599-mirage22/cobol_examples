      * the correction report instead of recycling silently.  Rejects
      * written by the daily run carry no count yet -- a blank count
      * is read as zero, so first-cycle and recycled rejects flow
      * through the same layout.  Each reject also carries the batch
      * the daily edit first rejected it from, kept through every
      * recycle; the first time a record is found chronic it is
      * written to STDCHRN with that batch, so the department-
      * statistics collector can trace it to the department that sent
      * it, and it is marked so it is not traced again.
       identification division.
       program-id. STDCORR.
       author. Miro Wengner
           select std-corr-report-file assign to "STDCRPT"
               organization is line sequential
               file status is ws-crpt-status.
           select std-chronic-file assign to "STDCHRN"
               organization is line sequential
               file status is ws-chrn-status.
           select std-cycle-stats-file assign to "STDCYCST"
               organization is line sequential
               file status is ws-cyc-status.
           05  rej-reason-code         pic x(04).
           05  rej-reason-text         pic x(30).
           05  rej-resub-count         pic x(02).
           05  rej-batch-id            pic x(08).
           05  rej-chronic-switch      pic x(01).

      * One correction per STD-NUM -- a blank field means keep the
      * rejected record's value, a non-blank field replaces it.
           05  rcy-reason-code         pic x(04).
           05  rcy-reason-text         pic x(30).
           05  rcy-resub-count         pic 9(02).
           05  rcy-batch-id            pic x(08).
           05  rcy-chronic-switch      pic x(01).

       fd  std-chronic-file
           label records are standard.
       01  std-chronic-record.
           copy 'stdchrn.cpy'.

       fd  std-corr-report-file
           label records are standard.
       77  ws-rejo-status              pic x(02) value '00'.
       77  ws-crpt-status              pic x(02) value '00'.
       77  ws-cyc-status               pic x(02) value '00'.
       77  ws-chrn-status              pic x(02) value '00'.
       77  ws-chronic-traced-switch    pic x(01) value 'N'.
           88  chronic-already-traced              value 'Y'.
       77  ws-traced-count             pic 9(08) comp value zero.
       77  ws-parm-status              pic x(02) value '00'.
       77  ws-parm-eof-switch          pic x(01) value 'N'.
           88  parm-eof                            value 'Y'.
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-chronic-file
           if ws-chrn-status = '35'
               open output std-chronic-file
           end-if
           if ws-chrn-status not = '00'
               display 'UNABLE TO OPEN STD-CHRONIC-FILE -- STATUS '
                   ws-chrn-status
               display 'RUN ABORTED'
               stop run
           end-if
           accept ws-run-date from date yyyymmdd
           move ws-run-date to crpt-run-date
           move ws-crpt-heading-line to std-corr-report-record
               move zero to ws-resub-count
           end-if
           add 1 to ws-resub-count
           move rej-chronic-switch to ws-chronic-traced-switch
           perform find-correction
           if correction-is-found
               perform apply-correction
           move ws-reason-code to rcy-reason-code
           move ws-reason-text to rcy-reason-text
           move ws-resub-count to rcy-resub-count
           move rej-batch-id to rcy-batch-id
           move ws-chronic-traced-switch to rcy-chronic-switch
           add 1 to ws-still-failing-count
           if ws-resub-count not < ws-max-resubmissions
               add 1 to ws-chronic-count
               move 'CHRONIC REJECT' to crpt-disposition
               if not chronic-already-traced
                   perform write-chronic-record
                   move 'Y' to rcy-chronic-switch
               end-if
           else
               move 'STILL FAILING' to crpt-disposition
           end-if
           write std-recycle-record
           move ws-reason-code to crpt-reason-code
           move ws-reason-text to crpt-reason-text
           perform write-disposition-line
           .

       write-chronic-record.
           move ws-run-date to chrn-run-date
           move std-num of std-rec to chrn-std-num
           move rej-batch-id to chrn-batch-id
           move ws-reason-code to chrn-reason-code
           move ws-resub-count to chrn-resub-count
           write std-chronic-record
           add 1 to ws-traced-count
           .

       write-disposition-line.
           move std-num of std-rec to crpt-std-num
           move ws-resub-count to crpt-resub-count
           close std-resubmit-file.
           close std-recycle-file.
           close std-corr-report-file.
           close std-chronic-file.
           perform record-cycle-statistics.
           display 'RECORDS REPAIRED: ' ws-repaired-count
           display 'STILL FAILING: ' ws-still-failing-count
           display 'CHRONIC REJECTS: ' ws-chronic-count
           display 'NEWLY CHRONIC, TRACED: ' ws-traced-count
           .
