      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Department-statistics collector.  Run once a cycle, at the end
      * of the day after the correction run, it keeps what the night
      * told each department about its feed -- which STDACK and the
      * merge step's feed log only hold until the next run overwrites
      * them -- by appending the day's counts to the cumulative
      * STDDSTAT file the month-end scorecard reads.  From the feed
      * log (STDMGLOG) it takes the batches each department sent, the
      * feeds that never arrived, and the feeds whose own trailer
      * never came; from the acknowledgment feed it takes, batch by
      * batch, whether the batch failed to reconcile to its control
      * total, the records received and how many were rejected (by
      * reason code), held for a suspended key, held outside the
      * posting tolerance, or found not on STD-MASTER; and from the
      * correction run's STDCHRN it takes each reject newly found
      * chronic, which it then empties.  Every batch is traced to the
      * department feed the merge step logged it under; a reject or
      * refusal returned under a batch id from an earlier day is
      * traced through the batches already on STDDSTAT -- only the
      * ones today's files actually name are looked up there, so the
      * map never fills with batches nobody asks about.  The cycle
      * date is the acknowledgment feed's; the feed log must be from
      * the same cycle, and a cycle date already on STDDSTAT is
      * refused so a second run cannot count the day twice.
       identification division.
       program-id. STDDQCOL.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-feed-log-file assign to "STDMGLOG"
               organization is line sequential
               file status is ws-mglog-status.
           select std-ack-file assign to "STDACK"
               organization is line sequential
               file status is ws-ack-status.
           select std-chronic-file assign to "STDCHRN"
               organization is line sequential
               file status is ws-chrn-status.
           select std-dept-stats-file assign to "STDDSTAT"
               organization is line sequential
               file status is ws-dstat-status.

       data division.
       file section.
       fd  std-feed-log-file
           label records are standard.
       01  std-feed-log-record.
           copy 'stdmglog.cpy'.

      * The acknowledgment feed as the daily edit run writes it --
      * 'H'/'D'/'T' sections, one per batch received and one per
      * batch's worth of refused new keys returned.
       fd  std-ack-file
           label records are standard.
       01  std-ack-record.
           05  ack-record-type         pic x(01).
               88  ack-is-header                   value 'H'.
               88  ack-is-detail                   value 'D'.
               88  ack-is-trailer                  value 'T'.
           05  ack-data-area           pic x(59).

       01  ack-header-record.
           05  filler                  pic x(01).
           05  ack-batch-id            pic x(08).
           05  ack-run-date            pic x(08).
           05  filler                  pic x(43).

       01  ack-detail-record.
           05  filler                  pic x(01).
           05  ack-std-num             pic x(05).
           05  ack-disposition         pic x(18).
           05  ack-reason-code         pic x(04).
           05  filler                  pic x(32).

       01  ack-trailer-record.
           05  filler                  pic x(01).
           05  ack-recon-result        pic x(25).
           05  filler                  pic x(34).

       fd  std-chronic-file
           label records are standard.
       01  std-chronic-record.
           copy 'stdchrn.cpy'.

       fd  std-dept-stats-file
           label records are standard.
       01  std-dept-stats-record.
           copy 'stddstat.cpy'.

       working-storage section.
       77  ws-mglog-status             pic x(02) value '00'.
       77  ws-ack-status               pic x(02) value '00'.
       77  ws-chrn-status              pic x(02) value '00'.
       77  ws-dstat-status             pic x(02) value '00'.
       77  ws-mglog-eof-switch         pic x(01) value 'N'.
           88  mglog-eof                           value 'Y'.
       77  ws-note-eof-switch          pic x(01) value 'N'.
           88  note-eof                            value 'Y'.
       77  ws-ack-eof-switch           pic x(01) value 'N'.
           88  ack-eof                             value 'Y'.
       77  ws-chrn-eof-switch          pic x(01) value 'N'.
           88  chrn-eof                            value 'Y'.
       77  ws-dstat-eof-switch         pic x(01) value 'N'.
           88  dstat-eof                           value 'Y'.
       77  ws-section-open-switch      pic x(01) value 'N'.
           88  section-is-open                     value 'Y'.
       77  ws-found-switch             pic x(01) value 'N'.
           88  entry-is-found                      value 'Y'.
       77  ws-cycle-date               pic x(08) value spaces.
       77  ws-log-count                pic 9(04) comp value zero.
       77  ws-log-index                pic 9(04) comp value zero.
       77  ws-map-count                pic 9(04) comp value zero.
       77  ws-map-index                pic 9(04) comp value zero.
       77  ws-code-count               pic 9(04) comp value zero.
       77  ws-code-index               pic 9(04) comp value zero.
       77  ws-find-batch-id            pic x(08) value spaces.
       77  ws-found-dept-id            pic x(08) value spaces.
       77  ws-found-source             pic x(01) value spaces.
       77  ws-section-batch-id         pic x(08) value spaces.
       77  ws-section-dept-id          pic x(08) value spaces.
       77  ws-section-recon-result     pic x(25) value spaces.
           88  section-out-of-balance              value
                                       'BATCH OUT OF BALANCE'
                                       'NO BATCH CONTROL TOTAL'.
       77  ws-section-received         pic 9(08) comp value zero.
       77  ws-section-held             pic 9(08) comp value zero.
       77  ws-section-suspended        pic 9(08) comp value zero.
       77  ws-section-not-on-master    pic 9(08) comp value zero.
       77  ws-entry-dept-id            pic x(08) value spaces.
       77  ws-entry-batch-id           pic x(08) value spaces.
       77  ws-entry-code               pic x(04) value spaces.
       77  ws-entry-count              pic 9(08) comp value zero.
       77  ws-entries-written          pic 9(08) comp value zero.
       77  ws-sections-read           pic 9(08) comp value zero.
       77  ws-chronic-read             pic 9(08) comp value zero.
       77  ws-untraced-count           pic 9(08) comp value zero.

      * The day's feed log, held so its batches can be traced before
      * the acknowledgment feed is read.  Six source files, each with
      * a handful of batches at most.
       01  ws-log-table.
           05  ws-log-entry occurs 100 times.
               10  ws-log-dept-id      pic x(08).
               10  ws-log-entry-type   pic x(01).
               10  ws-log-batch-id     pic x(08).
               10  ws-log-feed-status  pic x(20).

      * Every batch id today's files name, with the department it
      * traces to -- the day's own batches first, from the feed log,
      * then any other batch the acknowledgment feed or the chronic
      * file names, traced through STDDSTAT with the latest tracing
      * winning.  One never traced keeps a blank department.
       01  ws-batch-map-table.
           05  ws-map-entry occurs 500 times.
               10  ws-map-batch-id     pic x(08).
               10  ws-map-dept-id      pic x(08).
               10  ws-map-source       pic x(01).
                   88  map-from-today              value 'T'.

      * Rejects in the current acknowledgment section by reason code.
       01  ws-code-table.
           05  ws-code-entry occurs 20 times.
               10  ws-code-reason      pic x(04).
               10  ws-code-tally       pic 9(08) comp.

       procedure division.
       main section.
           perform load-feed-log.
           perform find-cycle-date.
           perform map-todays-batches.
           perform note-ack-batches.
           perform note-chronic-batches.
           perform scan-statistics-history.
           perform open-statistics-extend.
           perform collect-feed-log.
           perform collect-ack-feed.
           perform collect-chronic-rejects.
           close std-dept-stats-file
           display 'CYCLE DATE: ' ws-cycle-date
           display 'ACK SECTIONS READ: ' ws-sections-read
           display 'CHRONIC REJECTS READ: ' ws-chronic-read
           display 'NOT TRACED TO A DEPARTMENT: ' ws-untraced-count
           display 'STATISTICS ENTRIES WRITTEN: ' ws-entries-written
           stop run
           .

      * ---- FEED LOG ----
       load-feed-log.
           open input std-feed-log-file
           if ws-mglog-status not = '00'
               display 'UNABLE TO OPEN STD-FEED-LOG-FILE -- STATUS '
                   ws-mglog-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform load-one-log-entry until mglog-eof
           close std-feed-log-file
           .

       load-one-log-entry.
           read std-feed-log-file
               at end
                   set mglog-eof to true
               not at end
                   if ws-log-count < 100
                       add 1 to ws-log-count
                       move mgl-dept-id
                           to ws-log-dept-id (ws-log-count)
                       move mgl-entry-type
                           to ws-log-entry-type (ws-log-count)
                       move mgl-batch-id
                           to ws-log-batch-id (ws-log-count)
                       move mgl-feed-status
                           to ws-log-feed-status (ws-log-count)
                   else
                       display 'FEED LOG TABLE FULL -- ' mgl-dept-id
                           ' ' mgl-batch-id ' NOT COLLECTED'
                   end-if
                   if ws-cycle-date = spaces
                       move mgl-run-date to ws-cycle-date
                   end-if
           end-read
           .

      * The acknowledgment feed's own run date is the cycle date --
      * the feed log has to carry the same one, or the two files are
      * from different nights and cannot be put together.
       find-cycle-date.
           open input std-ack-file
           if ws-ack-status not = '00'
               display 'UNABLE TO OPEN STD-ACK-FILE -- STATUS '
                   ws-ack-status
               display 'RUN ABORTED'
               stop run
           end-if
           read std-ack-file
               at end
                   display 'ACKNOWLEDGMENT FEED IS EMPTY'
                   display 'RUN ABORTED'
                   stop run
           end-read
           close std-ack-file
           if not ack-is-header
               display 'ACKNOWLEDGMENT FEED DOES NOT OPEN WITH A HEADER'
               display 'RUN ABORTED'
               stop run
           end-if
           if ack-run-date not = ws-cycle-date
               display 'FEED LOG DATED ' ws-cycle-date
                   ' -- ACKNOWLEDGMENT FEED DATED ' ack-run-date
               display 'FILES ARE FROM DIFFERENT CYCLES -- RUN ABORTED'
               stop run
           end-if
           .

      * ---- HISTORY ----
       scan-statistics-history.
           open input std-dept-stats-file
           if ws-dstat-status = '35'
               display 'NO DEPARTMENT STATISTICS YET -- STARTING ONE'
           else
               if ws-dstat-status not = '00'
                   display 'UNABLE TO OPEN STD-DEPT-STATS-FILE -- '
                       'STATUS ' ws-dstat-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform scan-one-history-entry until dstat-eof
               close std-dept-stats-file
           end-if
           .

       scan-one-history-entry.
           read std-dept-stats-file
               at end
                   set dstat-eof to true
               not at end
                   if dst-run-date = ws-cycle-date
                       close std-dept-stats-file
                       display 'STATISTICS ALREADY COLLECTED FOR '
                           ws-cycle-date
                       display 'RUN ABORTED'
                       stop run
                   end-if
                   if dst-count-code = 'BSNT'
                       move dst-batch-id to ws-find-batch-id
                       perform find-batch-in-map
                       if entry-is-found
                           and not map-from-today (ws-map-index)
                           move dst-dept-id
                               to ws-map-dept-id (ws-map-index)
                       end-if
                   end-if
           end-read
           .

       map-todays-batches.
           move zero to ws-log-index
           perform map-one-log-batch
               until ws-log-index not < ws-log-count
           .

       map-one-log-batch.
           add 1 to ws-log-index
           if ws-log-entry-type (ws-log-index) = 'B'
               move ws-log-batch-id (ws-log-index) to ws-find-batch-id
               move ws-log-dept-id (ws-log-index) to ws-found-dept-id
               move 'T' to ws-found-source
               perform map-one-batch
           end-if
           .

      * Every batch the acknowledgment feed opens a section for, and
      * every batch a chronic reject names, is put on the map to be
      * traced, unless the day's own feed log has traced it already.
       note-ack-batches.
           open input std-ack-file
           if ws-ack-status not = '00'
               display 'UNABLE TO OPEN STD-ACK-FILE -- STATUS '
                   ws-ack-status
               display 'RUN ABORTED'
               stop run
           end-if
           move 'N' to ws-note-eof-switch
           perform note-one-ack-batch until note-eof
           close std-ack-file
           .

       note-one-ack-batch.
           read std-ack-file
               at end
                   set note-eof to true
               not at end
                   if ack-is-header
                       move ack-batch-id to ws-find-batch-id
                       perform note-batch-to-trace
                   end-if
           end-read
           .

       note-chronic-batches.
           open input std-chronic-file
           if ws-chrn-status = '35'
               continue
           else
               if ws-chrn-status not = '00'
                   display 'UNABLE TO OPEN STD-CHRONIC-FILE -- STATUS '
                       ws-chrn-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               move 'N' to ws-note-eof-switch
               perform note-one-chronic-batch until note-eof
               close std-chronic-file
           end-if
           .

       note-one-chronic-batch.
           read std-chronic-file
               at end
                   set note-eof to true
               not at end
                   move chrn-batch-id to ws-find-batch-id
                   perform note-batch-to-trace
           end-read
           .

       note-batch-to-trace.
           perform find-batch-in-map
           if not entry-is-found
               move spaces to ws-found-dept-id
               move spaces to ws-found-source
               perform map-one-batch
           end-if
           .

      * A batch id already on the map is re-pointed at the department
      * that sent it most recently; a new one is added while room is
      * left.
       map-one-batch.
           perform find-batch-in-map
           if entry-is-found
               move ws-found-dept-id to ws-map-dept-id (ws-map-index)
               move ws-found-source to ws-map-source (ws-map-index)
           else
               if ws-map-count < 500
                   add 1 to ws-map-count
                   move ws-find-batch-id
                       to ws-map-batch-id (ws-map-count)
                   move ws-found-dept-id
                       to ws-map-dept-id (ws-map-count)
                   move ws-found-source
                       to ws-map-source (ws-map-count)
               else
                   display 'BATCH MAP FULL -- ' ws-find-batch-id
                       ' NOT MAPPED'
               end-if
           end-if
           .

       find-batch-in-map.
           move 'N' to ws-found-switch
           move zero to ws-map-index
           perform scan-batch-map
               until entry-is-found
               or ws-map-index not < ws-map-count
           .

       scan-batch-map.
           add 1 to ws-map-index
           if ws-map-batch-id (ws-map-index) = ws-find-batch-id
               set entry-is-found to true
           end-if
           .

      * Leaves the department in WS-FOUND-DEPT-ID, or UNKNOWN.
       trace-batch-to-dept.
           perform find-batch-in-map
           if entry-is-found
               and ws-map-dept-id (ws-map-index) not = spaces
               move ws-map-dept-id (ws-map-index) to ws-found-dept-id
           else
               move 'UNKNOWN' to ws-found-dept-id
               add 1 to ws-untraced-count
               display 'BATCH NOT TRACED TO A DEPARTMENT -- '
                   ws-find-batch-id
           end-if
           .

       open-statistics-extend.
           open extend std-dept-stats-file
           if ws-dstat-status = '35'
               open output std-dept-stats-file
           end-if
           if ws-dstat-status not = '00'
               display 'UNABLE TO OPEN STD-DEPT-STATS-FILE -- STATUS '
                   ws-dstat-status
               display 'RUN ABORTED'
               stop run
           end-if
           .

       write-stat-entry.
           move ws-cycle-date to dst-run-date
           move ws-entry-dept-id to dst-dept-id
           move ws-entry-batch-id to dst-batch-id
           move ws-entry-code to dst-count-code
           move ws-entry-count to dst-count
           write std-dept-stats-record
           add 1 to ws-entries-written
           .

      * ---- MANIFEST RESULTS ----
      * A trailer that never came is the department's trailer out of
      * balance -- the merge writes one in its place, which the edit
      * run then reconciles, so the feed log is the only place it
      * shows.  A trailer that failed its proof in the merge is passed
      * on as sent and the edit run fails the same batch, so it is
      * counted once, from the acknowledgment feed.
       collect-feed-log.
           move zero to ws-log-index
           perform collect-one-log-entry
               until ws-log-index not < ws-log-count
           .

       collect-one-log-entry.
           add 1 to ws-log-index
           move ws-log-dept-id (ws-log-index) to ws-entry-dept-id
           move ws-log-batch-id (ws-log-index) to ws-entry-batch-id
           move 1 to ws-entry-count
           move spaces to ws-entry-code
           if ws-log-entry-type (ws-log-index) = 'B'
               move 'BSNT' to ws-entry-code
           else
               evaluate ws-log-feed-status (ws-log-index)
                   when 'NOT PRESENT'
                       move 'FMIS' to ws-entry-code
                   when 'TRAILER MISSING'
                       move 'TOOB' to ws-entry-code
                   when other
                       continue
               end-evaluate
           end-if
           if ws-entry-code not = spaces
               perform write-stat-entry
           end-if
           .

      * ---- ACKNOWLEDGMENT RESULTS ----
       collect-ack-feed.
           open input std-ack-file
           if ws-ack-status not = '00'
               display 'UNABLE TO OPEN STD-ACK-FILE -- STATUS '
                   ws-ack-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform collect-one-ack-record until ack-eof
           if section-is-open
               perform close-ack-section
           end-if
           close std-ack-file
           .

       collect-one-ack-record.
           read std-ack-file
               at end
                   set ack-eof to true
               not at end
                   evaluate true
                       when ack-is-header
                           if section-is-open
                               perform close-ack-section
                           end-if
                           perform open-ack-section
                       when ack-is-trailer
                           if section-is-open
                               move ack-recon-result
                                   to ws-section-recon-result
                               perform close-ack-section
                           end-if
                       when ack-is-detail
                           perform count-ack-detail
                       when other
                           continue
                   end-evaluate
           end-read
           .

       open-ack-section.
           set section-is-open to true
           add 1 to ws-sections-read
           move ack-batch-id to ws-section-batch-id
           move ack-batch-id to ws-find-batch-id
           perform trace-batch-to-dept
           move ws-found-dept-id to ws-section-dept-id
           move spaces to ws-section-recon-result
           move zero to ws-section-received
           move zero to ws-section-held
           move zero to ws-section-suspended
           move zero to ws-section-not-on-master
           move zero to ws-code-count
           .

      * Every detail the department sent is a record received, with
      * its disposition counted beside it.  A refused new key comes
      * back under the batch that first sent it, as a reject with the
      * refusal's code, but it was received on that earlier day.
       count-ack-detail.
           evaluate ack-disposition
               when 'NEW KEY REFUSED'
                   perform count-reject-code
               when 'REJECTED'
                   add 1 to ws-section-received
                   perform count-reject-code
               when 'HELD SUSPENDED'
                   add 1 to ws-section-received
                   add 1 to ws-section-held
               when 'HELD TOLERANCE'
                   add 1 to ws-section-received
                   add 1 to ws-section-suspended
               when 'NOT ON STD-MASTER'
                   add 1 to ws-section-received
                   add 1 to ws-section-not-on-master
               when other
                   add 1 to ws-section-received
           end-evaluate
           .

       count-reject-code.
           move 'N' to ws-found-switch
           move zero to ws-code-index
           perform scan-code-table
               until entry-is-found
               or ws-code-index not < ws-code-count
           if entry-is-found
               add 1 to ws-code-tally (ws-code-index)
           else
               if ws-code-count < 20
                   add 1 to ws-code-count
                   move ack-reason-code
                       to ws-code-reason (ws-code-count)
                   move 1 to ws-code-tally (ws-code-count)
               else
                   display 'REASON CODE TABLE FULL -- '
                       ack-reason-code ' NOT COUNTED'
               end-if
           end-if
           .

       scan-code-table.
           add 1 to ws-code-index
           if ws-code-reason (ws-code-index) = ack-reason-code
               set entry-is-found to true
           end-if
           .

      * Only counts that are not zero are written -- an absent count
      * sums to zero on the scorecard all the same.  A batch the edit
      * run could not reconcile to its own control total, or that
      * carried none, is a trailer out of balance for the department
      * -- this is where a trailer that failed in the merge is
      * counted; a section of refused new keys has no control total
      * to reconcile.
       close-ack-section.
           move 'N' to ws-section-open-switch
           move ws-section-dept-id to ws-entry-dept-id
           move ws-section-batch-id to ws-entry-batch-id
           if section-out-of-balance
               move 'TOOB' to ws-entry-code
               move 1 to ws-entry-count
               perform write-stat-entry
           end-if
           if ws-section-received > zero
               move 'RECV' to ws-entry-code
               move ws-section-received to ws-entry-count
               perform write-stat-entry
           end-if
           if ws-section-held > zero
               move 'HELD' to ws-entry-code
               move ws-section-held to ws-entry-count
               perform write-stat-entry
           end-if
           if ws-section-suspended > zero
               move 'SUSP' to ws-entry-code
               move ws-section-suspended to ws-entry-count
               perform write-stat-entry
           end-if
           if ws-section-not-on-master > zero
               move 'NOTM' to ws-entry-code
               move ws-section-not-on-master to ws-entry-count
               perform write-stat-entry
           end-if
           move zero to ws-code-index
           perform write-one-code-entry
               until ws-code-index not < ws-code-count
           .

       write-one-code-entry.
           add 1 to ws-code-index
           move ws-code-reason (ws-code-index) to ws-entry-code
           move ws-code-tally (ws-code-index) to ws-entry-count
           perform write-stat-entry
           .

      * ---- CHRONIC REJECTS ----
      * Once every chronic reject has been traced and counted the
      * file is emptied, the same way the daily run empties the
      * refusal file once it has returned it -- nothing is counted
      * twice.
       collect-chronic-rejects.
           open input std-chronic-file
           if ws-chrn-status = '35'
               display 'NO CHRONIC REJECT FILE -- NONE COUNTED'
           else
               if ws-chrn-status not = '00'
                   display 'UNABLE TO OPEN STD-CHRONIC-FILE -- STATUS '
                       ws-chrn-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform collect-one-chronic until chrn-eof
               close std-chronic-file
               open output std-chronic-file
               close std-chronic-file
           end-if
           .

       collect-one-chronic.
           read std-chronic-file
               at end
                   set chrn-eof to true
               not at end
                   add 1 to ws-chronic-read
                   move chrn-batch-id to ws-find-batch-id
                   perform trace-batch-to-dept
                   move ws-found-dept-id to ws-entry-dept-id
                   move chrn-batch-id to ws-entry-batch-id
                   move 'CHRN' to ws-entry-code
                   move 1 to ws-entry-count
                   perform write-stat-entry
           end-read
           .
