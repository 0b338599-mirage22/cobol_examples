      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Release of postings held for suspended keys.  The daily edit
      * run parks every record for a suspended STD-MASTER key on the
      * held file instead of posting it; once the maintenance run has
      * reactivated the key, this step posts what was waiting for it.
      * The held file is sorted on the date each record was held, so
      * the oldest posting goes on first and a later one for the same
      * key overlays it, exactly the order the daily run would have
      * posted them in.  A record for a key that is active again goes
      * through the same tolerance gate the daily posting applies --
      * inside tolerance it is overlaid onto the master, written to
      * the history file stamped with this run's date, and every field
      * it overlays journaled to the audit file the way the suspense
      * release journals an approved posting -- each line signed with
      * this program's name as approver, so the reconstruction can
      * tell a released posting from the daily run's and replay it
      * after the maintenance run's lines for the same night;
      * outside tolerance it
      * moves onto the suspense file for the supervisor.  A record
      * whose key is still suspended is carried onto STDHELDN, cycled
      * back in as the next run's STDHELD the same way the maintenance
      * run cycles its pending file.  A record whose key has since
      * been closed (or has left STD-MASTER altogether) is rejected to
      * STDREJ with its own reason code, so the correction run and
      * the department see it.  The release report closes with an
      * aging section listing every record still held longer than the
      * HELD-AGING-DAYS site parameter, so a suspension nobody came
      * back to gets noticed.
       identification division.
       program-id. STDHREL.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-held-file assign to "STDHELD"
               organization is line sequential
               file status is ws-held-status.
           select std-held-sort-file assign to "STDHRWK".
           select std-held-sorted-file assign to "STDHRSO"
               organization is line sequential
               file status is ws-hrso-status.
           select std-held-out-file assign to "STDHELDN"
               organization is line sequential
               file status is ws-heldn-status.
           select std-master-file assign to "STDMAST"
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-suspense-file assign to "STDSUSP"
               organization is line sequential
               file status is ws-susp-status.
           select std-rejects-file assign to "STDREJ"
               organization is line sequential
               file status is ws-rej-status.
           select std-history-file assign to "STDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select std-audit-file assign to "STDAUDIT"
               organization is line sequential
               file status is ws-audit-status.
           select std-release-report-file assign to "STDHRRPT"
               organization is line sequential
               file status is ws-hrrpt-status.
           select std-run-control-file assign to "STDRUNCT"
               organization is line sequential
               file status is ws-runct-status.
           select std-cycle-stats-file assign to "STDCYCST"
               organization is line sequential
               file status is ws-cyc-status.
           select std-parm-file assign to "STDPARMS"
               organization is line sequential
               file status is ws-parm-status.

       data division.
       file section.
      * The held image exactly as the daily edit run writes it.
       fd  std-held-file
           label records are standard.
       01  std-held-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  held-run-date           pic x(08).
           05  held-batch-id           pic x(08).

       sd  std-held-sort-file.
       01  std-held-sort-record.
           05  srt-std-num             pic x(05).
           05  srt-std-name            pic x(20).
           05  srt-std-percent         pic x(03).
           05  srt-std-comment         pic x(10).
           05  srt-std-amount          pic x(05).
           05  srt-held-run-date       pic x(08).
           05  srt-held-batch-id       pic x(08).

       fd  std-held-sorted-file
           label records are standard.
       01  std-held-sorted-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  hrso-held-run-date      pic x(08).
           05  hrso-held-batch-id      pic x(08).

      * Records whose key is still suspended, carried forward whole
      * and cycled back in as the next run's STDHELD.
       fd  std-held-out-file
           label records are standard.
       01  std-held-out-record         pic x(59).

       fd  std-master-file.
       01  std-master-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           copy 'stdrecs.cpy'.

      * The suspense image the daily run writes for an out-of-
      * tolerance posting -- extended here, so the supervisor release
      * picks up a released held record alongside the day's own.
       fd  std-suspense-file
           label records are standard.
       01  std-suspense-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  susp-master-amount      pic x(05).
           05  susp-run-date           pic x(08).

      * The reject image the daily run writes -- extended here, so a
      * held record whose key was closed reaches the correction run
      * the same way any other reject does, under the batch it was
      * held from.
       fd  std-rejects-file
           label records are standard.
       01  std-rejects-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  rej-reason-code         pic x(04).
           05  rej-reason-text         pic x(30).
           05  rej-resub-count         pic x(02).
           05  rej-batch-id            pic x(08).

       fd  std-history-file
           label records are standard.
       01  std-history-record.
           05  hist-run-date           pic x(08).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

       fd  std-audit-file
           label records are standard.
       01  std-audit-record.
           05  aud-run-timestamp       pic x(14).
           05  aud-std-num             pic x(05).
           05  aud-field-name          pic x(15).
           05  aud-old-value           pic x(20).
           05  aud-new-value           pic x(20).
           05  aud-approver-id         pic x(08).

       fd  std-release-report-file
           label records are standard.
       01  std-release-report-record   pic x(132).

      * The shared run-control file the whole daily cycle writes its
      * started/completed entries to -- this step will not start until
      * the maintenance run that reactivates keys has completed for
      * the same run date.
       fd  std-run-control-file
           label records are standard.
       01  std-run-control-record.
           copy 'stdrunct.cpy'.

      * The shared cycle-statistics file every step of the daily cycle
      * appends its full count set to at end of job.
       fd  std-cycle-stats-file
           label records are standard.
       01  std-cycle-stats-record.
           copy 'stdcycst.cpy'.

      * The site parameter file carrying the cycle's operational
      * knobs as keyword-value entries -- read at startup, never
      * written here.
       fd  std-parm-file
           label records are standard.
       01  std-parm-record.
           copy 'stdparm.cpy'.

       working-storage section.
       77  ws-held-status              pic x(02) value '00'.
       77  ws-hrso-status              pic x(02) value '00'.
       77  ws-heldn-status             pic x(02) value '00'.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-susp-status              pic x(02) value '00'.
       77  ws-rej-status               pic x(02) value '00'.
       77  ws-hist-status              pic x(02) value '00'.
       77  ws-audit-status             pic x(02) value '00'.
       77  ws-hrrpt-status             pic x(02) value '00'.
       77  ws-runct-status             pic x(02) value '00'.
       77  ws-cyc-status               pic x(02) value '00'.
       77  ws-parm-status              pic x(02) value '00'.
       77  ws-parm-eof-switch          pic x(01) value 'N'.
           88  parm-eof                            value 'Y'.
       77  ws-runct-eof-switch         pic x(01) value 'N'.
           88  runct-eof                           value 'Y'.
       77  ws-hrso-eof-switch          pic x(01) value 'N'.
           88  hrso-eof                            value 'Y'.
       77  ws-own-program-name         pic x(12) value 'STDHREL'.
       77  ws-predecessor-name         pic x(12) value 'STDMAINT'.
       77  ws-override-switch          pic x(01) value 'N'.
           88  override-supplied                   value 'Y'.
       77  ws-ran-today-switch         pic x(01) value 'N'.
           88  program-ran-today                   value 'Y'.
       77  ws-predecessor-switch       pic x(01) value 'N'.
           88  predecessor-done-today              value 'Y'.
       77  ws-cmd-line                 pic x(40) value spaces.
       77  ws-runct-count              pic 9(08) value zero.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-run-time-part            pic x(08) value spaces.
       77  ws-run-timestamp            pic x(14) value spaces.
       77  ws-prior-name               pic x(20) value spaces.
       77  ws-prior-percent            pic x(03) value spaces.
       77  ws-prior-comment            pic x(10) value spaces.
       77  ws-prior-amount             pic x(05) value spaces.
       77  ws-tolerance-percent        pic 9(03) value 20.
       77  ws-aging-days               pic 9(05) value 30.
       77  ws-read-count               pic 9(08) comp value zero.
       77  ws-posted-count             pic 9(08) comp value zero.
       77  ws-suspense-count           pic 9(08) comp value zero.
       77  ws-carried-count            pic 9(08) comp value zero.
       77  ws-rejected-count           pic 9(08) comp value zero.
       77  ws-aged-count               pic 9(04) comp value zero.
       77  ws-aged-index               pic 9(04) comp value zero.
       77  ws-master-amount-num        pic 9(03)v9(02) value zero.
       77  ws-amount-difference        pic 9(05)v9(02) value zero.
       77  ws-difference-percent       pic 9(08)v9(02) value zero.
       77  ws-tolerance-switch         pic x(01) value 'N'.
           88  amount-is-out-of-tolerance          value 'Y'.
       77  ws-reason-code              pic x(04) value spaces.
       77  ws-reason-text              pic x(30) value spaces.
       77  ws-disposition              pic x(16) value spaces.
       77  ws-days-held                pic 9(05) value zero.
       77  ws-run-day-number           pic 9(08) comp value zero.
       77  ws-held-day-number          pic 9(08) comp value zero.

      * The incoming amount carried through the same raw-bytes-to-
      * numeric redefinition the daily run gives WS-SAMPLE, and the
      * master amount through its own, for the tolerance comparison.
       01  ws-amount-work.
           05  ws-amount-raw           pic x(05).
           05  ws-amount-num redefines ws-amount-raw
                                       pic 9(03)v9(02).

       01  ws-master-amount-work.
           05  ws-master-amount-raw    pic x(05).
           05  ws-master-amount-red redefines ws-master-amount-raw
                                       pic 9(03)v9(02).

      * A calendar date turned into a running day number, so two
      * dates can be subtracted to give the days between them.  The
      * year is counted from March, which puts the leap day at the
      * end of the counting year where it cannot disturb the month
      * offsets.
       01  ws-day-calc-date            pic x(08) value spaces.
       01  ws-day-calc-parts redefines ws-day-calc-date.
           05  ws-day-calc-year        pic 9(04).
           05  ws-day-calc-month       pic 9(02).
           05  ws-day-calc-day         pic 9(02).
       77  ws-day-calc-yy              pic 9(04) comp value zero.
       77  ws-day-calc-mm              pic 9(02) comp value zero.
       77  ws-day-calc-q4              pic 9(04) comp value zero.
       77  ws-day-calc-q100            pic 9(04) comp value zero.
       77  ws-day-calc-q400            pic 9(04) comp value zero.
       77  ws-day-calc-month-days      pic 9(04) comp value zero.
       77  ws-day-calc-number          pic 9(08) comp value zero.

      * Records still held past the aging limit are collected while
      * the release report prints and listed together at its foot.
       01  ws-aged-table.
           05  ws-aged-entry occurs 500 times.
               10  ws-aged-std-num     pic x(05).
               10  ws-aged-held-date   pic x(08).
               10  ws-aged-days        pic 9(05).

       01  ws-hrrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(40)
                   value 'STD-REC HELD POSTING RELEASE REPORT'.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  hrrpt-run-date          pic x(08).
           05  filler                  pic x(59) value spaces.

       01  ws-hrrpt-detail-line.
           05  filler                  pic x(05) value spaces.
           05  hrrpt-std-num           pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value 'HELD ON: '.
           05  hrrpt-held-date         pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(08) value 'AMOUNT: '.
           05  hrrpt-amount            pic x(05).
           05  filler                  pic x(03) value spaces.
           05  hrrpt-disposition       pic x(16).
           05  filler                  pic x(03) value spaces.
           05  hrrpt-reason-code       pic x(04).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'DAYS HELD: '.
           05  hrrpt-days-held         pic zzzz9.
           05  filler                  pic x(33) value spaces.

       01  ws-hrrpt-section-line.
           05  filler                  pic x(05) value spaces.
           05  hrrpt-section-title     pic x(30).
           05  hrrpt-section-days      pic zzzz9.
           05  filler                  pic x(05) value ' DAYS'.
           05  filler                  pic x(87) value spaces.

       01  ws-hrrpt-aged-line.
           05  filler                  pic x(10) value spaces.
           05  hrrpt-aged-std-num      pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value 'HELD ON: '.
           05  hrrpt-aged-held-date    pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'DAYS HELD: '.
           05  hrrpt-aged-days         pic zzzz9.
           05  filler                  pic x(78) value spaces.

       01  ws-hrrpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  hrrpt-count-label       pic x(26).
           05  hrrpt-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           sort std-held-sort-file
               on ascending key srt-held-run-date
               with duplicates in order
               using std-held-file
               giving std-held-sorted-file
           if sort-return not = zero
               display 'SORT FAILED -- RETURN CODE ' sort-return
               display 'RUN ABORTED'
               stop run
           end-if
           perform release-sorted-records.
           perform finalize-run.
           stop run
           .

       initialize-run.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time-part from time
           string ws-run-date delimited by size
                  ws-run-time-part (1:6) delimited by size
               into ws-run-timestamp
           end-string
           move ws-run-date to ws-day-calc-date
           perform compute-day-number
           move ws-day-calc-number to ws-run-day-number
           accept ws-cmd-line from command-line
           if ws-cmd-line = 'OVERRIDE'
               set override-supplied to true
           end-if
           perform load-site-parameters
           perform check-run-control
           perform record-run-started
           open input std-held-file
           if ws-held-status = '35'
               display 'NO HELD FILE -- NOTHING IS WAITING'
               perform record-run-completed
               stop run
           end-if
           if ws-held-status not = '00'
               display 'UNABLE TO OPEN STD-HELD-FILE -- STATUS '
                   ws-held-status
               display 'RUN ABORTED'
               stop run
           end-if
           close std-held-file
           open output std-held-out-file
           if ws-heldn-status not = '00'
               display 'UNABLE TO OPEN STD-HELD-OUT-FILE -- STATUS '
                   ws-heldn-status
               display 'RUN ABORTED'
               stop run
           end-if
           open i-o std-master-file
           if ws-mast-status not = '00'
               display 'UNABLE TO OPEN STD-MASTER-FILE -- STATUS '
                   ws-mast-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-suspense-file
           if ws-susp-status = '35'
               open output std-suspense-file
           end-if
           if ws-susp-status not = '00'
               display 'UNABLE TO OPEN STD-SUSPENSE-FILE -- STATUS '
                   ws-susp-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-rejects-file
           if ws-rej-status = '35'
               open output std-rejects-file
           end-if
           if ws-rej-status not = '00'
               display 'UNABLE TO OPEN STD-REJECTS-FILE -- STATUS '
                   ws-rej-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-history-file
           if ws-hist-status = '35'
               open output std-history-file
           end-if
           if ws-hist-status not = '00'
               display 'UNABLE TO OPEN STD-HISTORY-FILE -- STATUS '
                   ws-hist-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-audit-file
           if ws-audit-status = '35'
               open output std-audit-file
           end-if
           if ws-audit-status not = '00'
               display 'UNABLE TO OPEN STD-AUDIT-FILE -- STATUS '
                   ws-audit-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-release-report-file
           if ws-hrrpt-status not = '00'
               display 'UNABLE TO OPEN STD-RELEASE-REPORT-FILE -- '
                   'STATUS ' ws-hrrpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date to hrrpt-run-date
           move ws-hrrpt-heading-line to std-release-report-record
           write std-release-report-record
           .

      * The site parameter file is picked over for this program's own
      * keywords; anything else on it belongs to another step and is
      * passed by.  TOLERANCE-PERCENT is the daily run's own keyword,
      * read here too so a released record meets exactly the gate it
      * would have met on the day it arrived.
       load-site-parameters.
           open input std-parm-file
           if ws-parm-status = '35'
               display 'NO SITE PARAMETER FILE -- DEFAULTS IN USE'
           else
               if ws-parm-status not = '00'
                   display 'UNABLE TO OPEN STD-PARM-FILE -- STATUS '
                       ws-parm-status
                   display 'DEFAULTS IN USE'
               else
                   perform apply-one-parameter until parm-eof
                   close std-parm-file
               end-if
           end-if
           .

       apply-one-parameter.
           read std-parm-file
               at end
                   set parm-eof to true
               not at end
                   evaluate parm-keyword
                       when 'TOLERANCE-PERCENT'
                           if parm-number is numeric
                               and parm-number > zero
                               and parm-number < 1000
                               move parm-number
                                   to ws-tolerance-percent
                               display 'TOLERANCE-PERCENT SET TO '
                                   ws-tolerance-percent
                           else
                               display 'TOLERANCE-PERCENT INVALID'
                                   ' -- ' parm-value
                                   ' -- DEFAULT KEPT'
                           end-if
                       when 'HELD-AGING-DAYS'
                           if parm-number is numeric
                               and parm-number > zero
                               move parm-number to ws-aging-days
                               display 'HELD-AGING-DAYS SET TO '
                                   ws-aging-days
                           else
                               display 'HELD-AGING-DAYS INVALID'
                                   ' -- ' parm-value
                                   ' -- DEFAULT KEPT'
                           end-if
                       when 'HREL-PREDECESSOR'
                           if parm-value = 'NONE'
                               move spaces to ws-predecessor-name
                               display 'HREL-PREDECESSOR CLEARED'
                           else
                               if parm-value not = spaces
                                   move parm-value
                                       to ws-predecessor-name
                                   display 'HREL-PREDECESSOR SET TO '
                                       ws-predecessor-name
                               end-if
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read
           .

      * The run-control file closes off the two classic operator
      * errors -- running this step twice against the same day's
      * held file, and running it before the maintenance run has
      * reactivated the day's keys.  Only a completed entry counts
      * against the duplicate check, so restarting after an abend is
      * always allowed.  OVERRIDE on the command line waives both
      * checks, loudly, for the day operations decides it must.
       check-run-control.
           open input std-run-control-file
           if ws-runct-status = '35'
               display 'NO RUN-CONTROL FILE -- STARTING A NEW CYCLE'
           else
               if ws-runct-status not = '00'
                   display 'UNABLE TO OPEN STD-RUN-CONTROL-FILE -- '
                       'STATUS ' ws-runct-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform scan-one-run-entry until runct-eof
               close std-run-control-file
           end-if
           if program-ran-today
               if override-supplied
                   display 'SAME-DAY RERUN ACCEPTED BY OVERRIDE'
               else
                   display ws-own-program-name
                       ' ALREADY COMPLETED FOR ' ws-run-date
                   display 'SUPPLY OVERRIDE TO RUN AGAIN -- '
                       'RUN REJECTED'
                   stop run
               end-if
           end-if
           if ws-predecessor-name not = spaces
               and not predecessor-done-today
               if override-supplied
                   display 'PREDECESSOR CHECK WAIVED BY OVERRIDE -- '
                       ws-predecessor-name
               else
                   display ws-predecessor-name
                       ' HAS NOT COMPLETED CLEANLY FOR ' ws-run-date
                   display 'RUN REJECTED'
                   stop run
               end-if
           end-if
           .

       scan-one-run-entry.
           read std-run-control-file
               at end
                   set runct-eof to true
               not at end
                   if run-date = ws-run-date and run-is-completed
                       if run-program-name = ws-own-program-name
                           set program-ran-today to true
                       end-if
                       if run-program-name = ws-predecessor-name
                           and run-final-status = 'OK'
                           set predecessor-done-today to true
                       end-if
                   end-if
           end-read
           .

      * The started entry goes on before any input is touched; its
      * matching completed entry is only written by a run that makes
      * it all the way through end of job.
       record-run-started.
           open extend std-run-control-file
           if ws-runct-status = '35'
               open output std-run-control-file
           end-if
           if ws-runct-status not = '00'
               display 'UNABLE TO OPEN STD-RUN-CONTROL-FILE -- STATUS '
                   ws-runct-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-own-program-name to run-program-name
           move ws-run-date to run-date
           move 'S' to run-entry-type
           move zero to run-record-count
           move spaces to run-final-status
           write std-run-control-record
           .

       record-run-completed.
           move ws-read-count to ws-runct-count
           move ws-own-program-name to run-program-name
           move ws-run-date to run-date
           move 'C' to run-entry-type
           move ws-runct-count to run-record-count
           move 'OK' to run-final-status
           write std-run-control-record
           close std-run-control-file
           .

      * The full count set for this step goes onto the shared
      * cycle-statistics file at end of job -- held covers both the
      * records carried forward and the ones moved to suspense, the
      * same two outcomes the daily run counts as held.  Counts this
      * step does not keep are written as zero.
       record-cycle-statistics.
           open extend std-cycle-stats-file
           if ws-cyc-status = '35'
               open output std-cycle-stats-file
           end-if
           if ws-cyc-status not = '00'
               display 'UNABLE TO OPEN STD-CYCLE-STATS-FILE -- STATUS '
                   ws-cyc-status
               display 'CYCLE STATISTICS NOT RECORDED'
           else
               move ws-own-program-name to cyc-program-name
               move ws-run-date to cyc-run-date
               move ws-read-count to cyc-read-count
               move zero to cyc-accepted-count
               move ws-rejected-count to cyc-rejected-count
               move ws-posted-count to cyc-posted-count
               move zero to cyc-notmast-count
               add ws-carried-count ws-suspense-count
                   giving cyc-held-count
               move zero to cyc-matched-count
               move zero to cyc-applied-count
               write std-cycle-stats-record
               close std-cycle-stats-file
           end-if
           .

       release-sorted-records.
           open input std-held-sorted-file
           if ws-hrso-status not = '00'
               display 'UNABLE TO OPEN STD-HELD-SORTED-FILE -- STATUS '
                   ws-hrso-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform read-next-held-record.
           perform release-one-record until hrso-eof.
           close std-held-sorted-file
           .

       read-next-held-record.
           read std-held-sorted-file
               at end
                   set hrso-eof to true
           end-read
           .

      * Each held record is ruled on against the master as it stands
      * right now -- which, for a second record on the same key, is
      * the master as the first record left it.
       release-one-record.
           add 1 to ws-read-count
           move spaces to ws-reason-code
           perform compute-days-held
           move std-num of std-held-sorted-record
               to std-num of std-master-record
           read std-master-file
               invalid key
                   move 'E009' to ws-reason-code
                   move 'HELD KEY NOT ON STD-MASTER'
                       to ws-reason-text
                   perform reject-held-record
               not invalid key
                   evaluate true
                       when std-is-closed of std-master-record
                           move 'E008' to ws-reason-code
                           move 'HELD KEY IS CLOSED'
                               to ws-reason-text
                           perform reject-held-record
                       when std-is-suspended of std-master-record
                           perform carry-held-record
                       when other
                           perform check-posting-tolerance
                           if amount-is-out-of-tolerance
                               perform suspend-held-record
                           else
                               perform post-held-record
                           end-if
                   end-evaluate
           end-read
           perform write-release-line
           perform read-next-held-record
           .

      * A held date that is not a date gives the aging nothing to
      * stand on -- it is reported as zero days rather than guessed.
       compute-days-held.
           move zero to ws-days-held
           move hrso-held-run-date to ws-day-calc-date
           if ws-day-calc-date is numeric
               perform compute-day-number
               move ws-day-calc-number to ws-held-day-number
               if ws-run-day-number > ws-held-day-number
                   subtract ws-held-day-number from ws-run-day-number
                       giving ws-days-held
               end-if
           end-if
           .

      * The tolerance gate on posting, exactly as the daily run
      * applies it -- a move of more than WS-TOLERANCE-PERCENT percent
      * either way against the master's current value is held for a
      * supervisor instead of posted.  A master amount that is zero
      * or not numeric gives the percentage nothing to stand on, so
      * those post straight through.
       check-posting-tolerance.
           move 'N' to ws-tolerance-switch
           move zero to ws-difference-percent
           if std-amount of std-master-record is numeric
               move std-amount of std-held-sorted-record
                   to ws-amount-raw
               move std-amount of std-master-record
                   to ws-master-amount-raw
               move ws-master-amount-red to ws-master-amount-num
               if ws-master-amount-num not = zero
                   if ws-amount-num > ws-master-amount-num
                       subtract ws-master-amount-num
                           from ws-amount-num
                           giving ws-amount-difference
                   else
                       subtract ws-amount-num
                           from ws-master-amount-num
                           giving ws-amount-difference
                   end-if
                   compute ws-difference-percent rounded =
                       ws-amount-difference * 100
                           / ws-master-amount-num
                       on size error
                           move 'Y' to ws-tolerance-switch
                   end-compute
                   if ws-difference-percent > ws-tolerance-percent
                       move 'Y' to ws-tolerance-switch
                   end-if
               end-if
           end-if
           .

      * An active key takes the posting exactly as the daily run
      * would have applied it -- the full held record overlaid onto
      * the master -- with the history entry and the journal lines
      * only going on once the REWRITE has actually stored it.
       post-held-record.
           move std-name of std-master-record to ws-prior-name
           move std-percent of std-master-record to ws-prior-percent
           move std-comment of std-master-record to ws-prior-comment
           move std-amount of std-master-record to ws-prior-amount
           move std-name of std-held-sorted-record
               to std-name of std-master-record
           move std-percent of std-held-sorted-record
               to std-percent of std-master-record
           move std-comment of std-held-sorted-record
               to std-comment of std-master-record
           move std-amount of std-held-sorted-record
               to std-amount of std-master-record
           rewrite std-master-record
           if ws-mast-status not = '00'
               display 'REWRITE FAILED -- STATUS ' ws-mast-status
                   ' -- ' std-num of std-held-sorted-record
                   ' CARRIED FORWARD'
               perform carry-held-record
           else
               perform write-history-record
               perform write-field-audit-entries
               move ws-prior-amount to aud-old-value
               move std-amount of std-master-record to aud-new-value
               move 'STD-AMOUNT' to aud-field-name
               perform write-one-audit-record
               add 1 to ws-posted-count
               move 'POSTED' to ws-disposition
               display 'RELEASED AND POSTED -- '
                   std-num of std-held-sorted-record
           end-if
           .

      * The released posting lands on the history file stamped with
      * the date it actually reached the master, not the date it was
      * held -- the trend and any reconstruction of the master see it
      * on the day it took effect.
       write-history-record.
           move ws-run-date to hist-run-date
           move std-num of std-held-sorted-record
               to std-num of std-history-record
           move std-name of std-held-sorted-record
               to std-name of std-history-record
           move std-percent of std-held-sorted-record
               to std-percent of std-history-record
           move std-comment of std-held-sorted-record
               to std-comment of std-history-record
           move std-amount of std-held-sorted-record
               to std-amount of std-history-record
           write std-history-record
           .

      * An out-of-tolerance release waits on the suspense file with
      * the master value it would have overlaid, the same image the
      * daily run writes -- stamped with the date the record was
      * first held, so the supervisor sees how long it has waited.
       suspend-held-record.
           move std-num of std-held-sorted-record
               to std-num of std-suspense-record
           move std-name of std-held-sorted-record
               to std-name of std-suspense-record
           move std-percent of std-held-sorted-record
               to std-percent of std-suspense-record
           move std-comment of std-held-sorted-record
               to std-comment of std-suspense-record
           move std-amount of std-held-sorted-record
               to std-amount of std-suspense-record
           move std-amount of std-master-record to susp-master-amount
           move hrso-held-run-date to susp-run-date
           write std-suspense-record
           add 1 to ws-suspense-count
           move 'TO SUSPENSE' to ws-disposition
           display 'SUSPENSE -- ' std-num of std-held-sorted-record
               ' INCOMING ' std-amount of std-held-sorted-record
               ' MASTER ' std-amount of std-master-record
               ' -- OUTSIDE TOLERANCE'
           .

       carry-held-record.
           move std-held-sorted-record to std-held-out-record
           write std-held-out-record
           add 1 to ws-carried-count
           move 'STILL HELD' to ws-disposition
           if ws-days-held > ws-aging-days
               perform note-aged-record
           end-if
           .

       reject-held-record.
           move std-num of std-held-sorted-record
               to std-num of std-rejects-record
           move std-name of std-held-sorted-record
               to std-name of std-rejects-record
           move std-percent of std-held-sorted-record
               to std-percent of std-rejects-record
           move std-comment of std-held-sorted-record
               to std-comment of std-rejects-record
           move std-amount of std-held-sorted-record
               to std-amount of std-rejects-record
           move ws-reason-code to rej-reason-code
           move ws-reason-text to rej-reason-text
           move spaces to rej-resub-count
           move hrso-held-batch-id to rej-batch-id
           write std-rejects-record
           add 1 to ws-rejected-count
           move 'REJECTED' to ws-disposition
           display 'REJECTED ' std-num of std-held-sorted-record
               ' - ' ws-reason-code ' ' ws-reason-text
           .

       note-aged-record.
           if ws-aged-count < 500
               add 1 to ws-aged-count
               move std-num of std-held-sorted-record
                   to ws-aged-std-num (ws-aged-count)
               move hrso-held-run-date
                   to ws-aged-held-date (ws-aged-count)
               move ws-days-held to ws-aged-days (ws-aged-count)
           else
               display 'AGING TABLE FULL -- '
                   std-num of std-held-sorted-record ' NOT LISTED'
           end-if
           .

       write-release-line.
           move std-num of std-held-sorted-record to hrrpt-std-num
           move hrso-held-run-date to hrrpt-held-date
           move std-amount of std-held-sorted-record to hrrpt-amount
           move ws-disposition to hrrpt-disposition
           move ws-reason-code to hrrpt-reason-code
           move ws-days-held to hrrpt-days-held
           move ws-hrrpt-detail-line to std-release-report-record
           write std-release-report-record
           .

      * The held record overlays the descriptive fields as well as
      * the amount, so every one the overlay actually changed is
      * journaled ahead of the amount line, as the suspense release
      * does -- the audit trail alone accounts for the record.
       write-field-audit-entries.
           if std-name of std-master-record not = ws-prior-name
               move 'STD-NAME' to aud-field-name
               move ws-prior-name to aud-old-value
               move std-name of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           if std-percent of std-master-record not = ws-prior-percent
               move 'STD-PERCENT' to aud-field-name
               move ws-prior-percent to aud-old-value
               move std-percent of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           if std-comment of std-master-record not = ws-prior-comment
               move 'STD-COMMENT' to aud-field-name
               move ws-prior-comment to aud-old-value
               move std-comment of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           .

      * The journal line matches the batch maintenance layout byte
      * for byte, stamped with the moment this run started.
       write-one-audit-record.
           move ws-run-timestamp to aud-run-timestamp
           move std-num of std-held-sorted-record to aud-std-num
           move ws-own-program-name to aud-approver-id
           write std-audit-record
           .

      * Day number of WS-DAY-CALC-DATE: 365 days a year, plus the
      * leap days the Gregorian rule has added, plus the days before
      * the month in a March-based year.  Only differences between
      * two day numbers mean anything.
       compute-day-number.
           move ws-day-calc-year to ws-day-calc-yy
           move ws-day-calc-month to ws-day-calc-mm
           if ws-day-calc-mm < 3
               subtract 1 from ws-day-calc-yy
               add 12 to ws-day-calc-mm
           end-if
           divide ws-day-calc-yy by 4 giving ws-day-calc-q4
           divide ws-day-calc-yy by 100 giving ws-day-calc-q100
           divide ws-day-calc-yy by 400 giving ws-day-calc-q400
           compute ws-day-calc-month-days =
               153 * (ws-day-calc-mm - 3) + 2
           divide ws-day-calc-month-days by 5
               giving ws-day-calc-month-days
           compute ws-day-calc-number =
               ws-day-calc-yy * 365 + ws-day-calc-q4
               - ws-day-calc-q100 + ws-day-calc-q400
               + ws-day-calc-month-days + ws-day-calc-day
           .

      * The aging section prints even when it is empty -- a report
      * that says nothing has waited too long is the proof, which no
      * section at all cannot be.
       write-aging-section.
           move 'STILL HELD LONGER THAN ' to hrrpt-section-title
           move ws-aging-days to hrrpt-section-days
           move ws-hrrpt-section-line to std-release-report-record
           write std-release-report-record
           move zero to ws-aged-index
           perform write-one-aged-line
               until ws-aged-index not < ws-aged-count
           .

       write-one-aged-line.
           add 1 to ws-aged-index
           move ws-aged-std-num (ws-aged-index) to hrrpt-aged-std-num
           move ws-aged-held-date (ws-aged-index)
               to hrrpt-aged-held-date
           move ws-aged-days (ws-aged-index) to hrrpt-aged-days
           move ws-hrrpt-aged-line to std-release-report-record
           write std-release-report-record
           .

       write-count-line.
           move ws-hrrpt-count-line to std-release-report-record
           write std-release-report-record
           .

       finalize-run.
           perform write-aging-section
           move 'HELD RECORDS READ: ' to hrrpt-count-label
           move ws-read-count to hrrpt-count-value
           perform write-count-line
           move 'RELEASED AND POSTED: ' to hrrpt-count-label
           move ws-posted-count to hrrpt-count-value
           perform write-count-line
           move 'MOVED TO SUSPENSE: ' to hrrpt-count-label
           move ws-suspense-count to hrrpt-count-value
           perform write-count-line
           move 'STILL HELD: ' to hrrpt-count-label
           move ws-carried-count to hrrpt-count-value
           perform write-count-line
           move 'REJECTED: ' to hrrpt-count-label
           move ws-rejected-count to hrrpt-count-value
           perform write-count-line
           move 'HELD PAST AGING LIMIT: ' to hrrpt-count-label
           move ws-aged-count to hrrpt-count-value
           perform write-count-line
           close std-held-out-file.
           close std-master-file.
           close std-suspense-file.
           close std-rejects-file.
           close std-history-file.
           close std-audit-file.
           close std-release-report-file.
           perform record-cycle-statistics.
           perform record-run-completed.
           display 'HELD RECORDS READ: ' ws-read-count
           display 'RELEASED AND POSTED: ' ws-posted-count
           display 'MOVED TO SUSPENSE: ' ws-suspense-count
           display 'STILL HELD: ' ws-carried-count
           display 'REJECTED: ' ws-rejected-count
           display 'HELD PAST AGING LIMIT: ' ws-aged-count
           display 'CYCLE STDHELDN BACK IN AS THE NEXT STDHELD'
           .
