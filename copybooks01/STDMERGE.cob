      * control total this program computes itself from the details.
      * The resubmits come through as their own RESUBMIT batch, so the
      * correction run's repairs reconcile separately on the daily
      * report, and the postings the maintenance run releases once a
      * reviewed new key has been added (STDNKRSB) come through the
      * same way as a NEWKEY batch.  A printed manifest names every
      * source file that went in, with its batch id, record count,
      * amount total and how its wrapping was handled -- the proof of
      * exactly what the day's STDTRAN was built from.  A feed not
      * present is listed as such rather than silently skipped.  The
      * same facts go onto the STDMGLOG feed log, one entry per source
      * file and one per batch naming the department feed it arrived
      * on, for the department-statistics collector to read back.
       identification division.
       program-id. STDMERGE.
       author. Miro Wengner
           select std-resubmit-file assign to "STDRSUB"
               organization is line sequential
               file status is ws-rsub-status.
           select std-new-key-resub-file assign to "STDNKRSB"
               organization is line sequential
               file status is ws-nkrsb-status.
           select std-tran-file assign to "STDTRAN"
               organization is line sequential
               file status is ws-tran-status.
           select std-manifest-file assign to "STDMGRPT"
               organization is line sequential
               file status is ws-mgrpt-status.
           select std-feed-log-file assign to "STDMGLOG"
               organization is line sequential
               file status is ws-mglog-status.

       data division.
       file section.
           label records are standard.
       01  std-resubmit-record         pic x(44).

       fd  std-new-key-resub-file
           label records are standard.
       01  std-new-key-resub-record    pic x(44).

      * The merged output in the exact shape the daily edit run
      * reads -- 'H' and 'T' control records around 'D' details, the
      * trailer carrying the batch's expected control total.
           label records are standard.
       01  std-manifest-record        pic x(132).

       fd  std-feed-log-file
           label records are standard.
       01  std-feed-log-record.
           copy 'stdmglog.cpy'.

       working-storage section.
       77  ws-dept1-status             pic x(02) value '00'.
       77  ws-dept2-status             pic x(02) value '00'.
       77  ws-dept3-status             pic x(02) value '00'.
       77  ws-dept4-status             pic x(02) value '00'.
       77  ws-rsub-status              pic x(02) value '00'.
       77  ws-nkrsb-status             pic x(02) value '00'.
       77  ws-tran-status              pic x(02) value '00'.
       77  ws-mgrpt-status             pic x(02) value '00'.
       77  ws-mglog-status             pic x(02) value '00'.
       77  ws-feed-eof-switch          pic x(01) value 'N'.
           88  feed-eof                            value 'Y'.
       77  ws-feed-name                pic x(08) value spaces.
       77  ws-run-date                 pic x(08) value spaces.

      * Each feed record lands here first, whatever file it came off,
      * so one set of paragraphs handles all six sources.
       01  ws-feed-record.
           05  ws-feed-record-type     pic x(01).
               88  feed-rec-is-header              value 'H'.
           perform merge-dept3-feed.
           perform merge-dept4-feed.
           perform merge-resubmit-feed.
           perform merge-new-key-feed.
           perform finalize-run.
           stop run
           .
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-feed-log-file
           if ws-mglog-status not = '00'
               display 'UNABLE TO OPEN STD-FEED-LOG-FILE -- STATUS '
                   ws-mglog-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date to mgrpt-run-date
           move ws-mgrpt-heading-line to std-manifest-record
           write std-manifest-record

      * One merge paragraph per source file -- each one only reads
      * its own file and hands every record to the common handling,
      * so all six feeds get identical treatment.
       merge-dept1-feed.
           move 'STDDEPT1' to ws-feed-name
           move 'DEPT01' to ws-default-batch-id
           end-read
           .

      * Postings held back for a key that was not yet on STD-MASTER
      * return as their own NEWKEY batch once the maintenance run has
      * added the key -- bare 'D' details, wrapped here like the
      * resubmits, so the daily report reconciles them on their own.
       merge-new-key-feed.
           move 'STDNKRSB' to ws-feed-name
           move 'NEWKEY' to ws-default-batch-id
           open input std-new-key-resub-file
           if ws-nkrsb-status = '35'
               perform note-feed-not-present
           else
               if ws-nkrsb-status not = '00'
                   display 'UNABLE TO OPEN STD-NEW-KEY-RESUB-FILE -- '
                       'STATUS ' ws-nkrsb-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform begin-one-feed
               perform copy-one-new-key-record until feed-eof
               perform end-one-feed
               close std-new-key-resub-file
           end-if
           .

       copy-one-new-key-record.
           read std-new-key-resub-file
               at end
                   set feed-eof to true
               not at end
                   move std-new-key-resub-record to ws-feed-record
                   perform handle-one-feed-record
           end-read
           .

       begin-one-feed.
           move 'N' to ws-feed-eof-switch
           move 'Y' to ws-first-record-switch
           add 1 to ws-records-written-count
           set batch-header-is-out to true
           move zero to ws-batch-amount-total
           perform write-batch-log-entry
           .

      * A trailer on a wrapped feed is proved against the details
           add 1 to ws-records-written-count
           set batch-header-is-out to true
           move zero to ws-batch-amount-total
           perform write-batch-log-entry
           .

       write-generated-trailer.
           move ws-feed-amount-total to mgrpt-amount-total
           move ws-mgrpt-feed-line to std-manifest-record
           write std-manifest-record
           move spaces to std-feed-log-record
           move ws-run-date to mgl-run-date
           move ws-default-batch-id to mgl-dept-id
           move 'F' to mgl-entry-type
           move ws-feed-batch-id to mgl-batch-id
           move mgrpt-feed-status to mgl-feed-status
           move ws-feed-record-count to mgl-record-count
           write std-feed-log-record
           .

      * The batch is logged under the id the daily edit run will give
      * it -- a header that names no batch is reported there as
      * NOBATCH, so it is logged here the same way.
       write-batch-log-entry.
           move spaces to std-feed-log-record
           move ws-run-date to mgl-run-date
           move ws-default-batch-id to mgl-dept-id
           move 'B' to mgl-entry-type
           if feed-rec-is-header and ws-feed-batch-id-in = spaces
               move 'NOBATCH' to mgl-batch-id
           else
               move ws-feed-batch-id to mgl-batch-id
           end-if
           move zero to mgl-record-count
           write std-feed-log-record
           .

       finalize-run.

           close std-tran-file.
           close std-manifest-file.
           close std-feed-log-file.
           display 'FEEDS MERGED: ' ws-feeds-merged-count
           display 'FEEDS NOT PRESENT: ' ws-feeds-absent-count
           display 'RECORDS WRITTEN TO STDTRAN: '
