      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Monthly dormant-key review.  A key nobody has posted to in
      * months still sits active on STD-MASTER, still takes postings
      * unchallenged and still shows on the allocation register, and
      * nothing in the cycle ever asks whether it should.  This run
      * reads the master front to back and, for every active key,
      * finds the last month it was seen and the amount it was last
      * seen with -- off the live history file for recent months and
      * off the monthly summaries for months the rollover has already
      * condensed -- and lists on the STDDMRPT dormancy report every
      * key not seen for DORMANT-MONTHS months or more (a site
      * parameter, twelve unless set), counting the run month as the
      * first.  A key never seen at all is listed as NEVER.  Run with
      * SUSPEND on the command line, the review also writes one 'S'
      * suspend transaction per dormant key onto STDDMTXN, in the
      * maintenance transaction layout and signed with this program's
      * name as the maker, to be added to STDMTXN and go through
      * approval and the maintenance run like any clerk's suspend --
      * nothing is suspended on this program's say-so alone.
       identification division.
       program-id. STDDORM.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-master-file assign to "STDMAST"
               organization is indexed
               access mode is sequential
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-history-file assign to "STDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select std-hist-sort-file assign to "STDDHWK".
           select std-hist-sorted-file assign to "STDDHSO"
               organization is line sequential
               file status is ws-dhso-status.
           select std-summary-file assign to "STDHSUM"
               organization is line sequential
               file status is ws-hsum-status.
           select std-summary-sort-file assign to "STDDSWK".
           select std-summary-sorted-file assign to "STDDSSO"
               organization is line sequential
               file status is ws-dsso-status.
           select std-parm-file assign to "STDPARMS"
               organization is line sequential
               file status is ws-parm-status.
           select std-dormant-report-file assign to "STDDMRPT"
               organization is line sequential
               file status is ws-dmrpt-status.
           select std-dormant-trans-file assign to "STDDMTXN"
               organization is line sequential
               file status is ws-dmtxn-status.

       data division.
       file section.
       fd  std-master-file.
       01  std-master-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           copy 'stdrecs.cpy'.

       fd  std-history-file
           label records are standard.
       01  std-history-record.
           05  hist-run-date           pic x(08).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

       sd  std-hist-sort-file.
       01  std-hist-sort-record.
           05  srth-run-date           pic x(08).
           05  srth-std-num            pic x(05).
           05  srth-std-name           pic x(20).
           05  srth-std-percent        pic x(03).
           05  srth-std-comment        pic x(10).
           05  srth-std-amount         pic x(05).

       fd  std-hist-sorted-file
           label records are standard.
       01  std-hist-sorted-record.
           05  hists-run-date          pic x(08).
           05  hists-std-num           pic x(05).
           05  hists-std-name          pic x(20).
           05  hists-std-percent       pic x(03).
           05  hists-std-comment       pic x(10).
           05  hists-std-amount        pic x(05).

       fd  std-summary-file
           label records are standard.
       01  std-summary-record.
           copy 'stdhsum.cpy'.

       sd  std-summary-sort-file.
       01  std-summary-sort-record.
           05  srts-month              pic x(06).
           05  srts-std-num            pic x(05).
           05  filler                  pic x(33).

       fd  std-summary-sorted-file
           label records are standard.
       01  std-summary-sorted-record.
           05  sums-month              pic x(06).
           05  sums-std-num            pic x(05).
           05  sums-appearances        pic 9(04).
           05  sums-first-amount       pic 9(03)v9(02).
           05  sums-last-amount        pic 9(03)v9(02).
           05  sums-high-amount        pic 9(03)v9(02).
           05  sums-low-amount         pic 9(03)v9(02).
           05  sums-mtd-amount         pic 9(07)v9(02).

      * The site parameter file carrying the cycle's operational
      * knobs as keyword-value entries -- read at startup, never
      * written here.
       fd  std-parm-file
           label records are standard.
       01  std-parm-record.
           copy 'stdparm.cpy'.

       fd  std-dormant-report-file
           label records are standard.
       01  std-dormant-report-record   pic x(132).

      * Suspend transactions for the dormant keys, in the layout the
      * approval and maintenance programs read.
       fd  std-dormant-trans-file
           label records are standard.
       01  std-dormant-trans-record.
           copy 'stdmtxn.cpy'.

       working-storage section.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-hist-status              pic x(02) value '00'.
       77  ws-dhso-status              pic x(02) value '00'.
       77  ws-hsum-status              pic x(02) value '00'.
       77  ws-dsso-status              pic x(02) value '00'.
       77  ws-parm-status              pic x(02) value '00'.
       77  ws-dmrpt-status             pic x(02) value '00'.
       77  ws-dmtxn-status             pic x(02) value '00'.
       77  ws-mast-eof-switch          pic x(01) value 'N'.
           88  mast-eof                            value 'Y'.
       77  ws-hist-eof-switch          pic x(01) value 'N'.
           88  hist-eof                            value 'Y'.
       77  ws-sums-eof-switch          pic x(01) value 'N'.
           88  sums-eof                            value 'Y'.
       77  ws-parm-eof-switch          pic x(01) value 'N'.
           88  parm-eof                            value 'Y'.
       77  ws-history-present-switch   pic x(01) value 'N'.
           88  history-is-present                  value 'Y'.
       77  ws-summary-present-switch   pic x(01) value 'N'.
           88  summary-is-present                  value 'Y'.
       77  ws-parm-line                pic x(30) value spaces.
       77  ws-run-mode                 pic x(08) value spaces.
           88  mode-is-suspend                     value 'SUSPEND'.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-own-program-name         pic x(08) value 'STDDORM'.
       77  ws-dormant-months           pic 9(02) value 12.
       77  ws-hist-key                 pic x(05) value spaces.
       77  ws-sums-key                 pic x(05) value spaces.
       77  ws-hist-last-date           pic x(08) value spaces.
       77  ws-hist-last-amount         pic 9(03)v9(02) value zero.
       77  ws-sums-last-month          pic x(06) value spaces.
       77  ws-sums-last-amount         pic 9(03)v9(02) value zero.
       77  ws-last-amount              pic 9(03)v9(02) value zero.
       77  ws-last-source              pic x(08) value spaces.
       77  ws-run-month-number         pic 9(06) comp value zero.
       77  ws-last-month-number        pic 9(06) comp value zero.
       77  ws-idle-months              pic 9(06) comp value zero.
       77  ws-active-count             pic 9(08) comp value zero.
       77  ws-dormant-count            pic 9(08) comp value zero.
       77  ws-never-count              pic 9(08) comp value zero.
       77  ws-skipped-count            pic 9(08) comp value zero.
       77  ws-suspend-count            pic 9(08) comp value zero.

      * The last month a key was seen, split so the month can be
      * counted back from the run month as a plain month number.
       01  ws-last-month               pic x(06) value spaces.
       01  ws-last-month-parts redefines ws-last-month.
           05  ws-last-year            pic 9(04).
           05  ws-last-mm              pic 9(02).

       01  ws-run-month                pic x(06) value spaces.
       01  ws-run-month-parts redefines ws-run-month.
           05  ws-run-year             pic 9(04).
           05  ws-run-mm               pic 9(02).

      * The same raw-bytes-to-numeric redefinition the daily run and
      * the trend report carry STD-AMOUNT through.
       01  ws-amount-work.
           05  ws-amount-raw           pic x(05).
           05  ws-amount-num redefines ws-amount-raw
                                       pic 9(03)v9(02).

       01  ws-dmrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(30)
                   value 'STD-MASTER DORMANT KEY REVIEW'.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  dmrpt-run-date          pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(22)
                   value 'NOT SEEN FOR MONTHS: '.
           05  dmrpt-dormant-months    pic z9.
           05  filler                  pic x(47) value spaces.

       01  ws-dmrpt-detail-line.
           05  filler                  pic x(05) value spaces.
           05  dmrpt-std-num           pic x(05).
           05  filler                  pic x(03) value spaces.
           05  dmrpt-std-name          pic x(20).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'LAST SEEN: '.
           05  dmrpt-last-month        pic x(06).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(13) value 'LAST AMOUNT: '.
           05  dmrpt-last-amount       pic zz9.99.
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(13) value 'MONTHS IDLE: '.
           05  dmrpt-idle-months       pic zzz9.
           05  filler                  pic x(03) value spaces.
           05  dmrpt-last-source       pic x(08).
           05  filler                  pic x(03) value spaces.
           05  dmrpt-suspend-flag      pic x(17).
           05  filler                  pic x(06) value spaces.

       01  ws-dmrpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  dmrpt-count-label       pic x(26).
           05  dmrpt-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform load-site-parameters.
           perform sort-history.
           perform sort-summaries.
           perform open-review-files.
           perform advance-history.
           perform advance-summaries.
           perform review-one-key until mast-eof.
           perform finalize-run.
           stop run
           .

       initialize-run.
           accept ws-parm-line from command-line
           unstring ws-parm-line delimited by all spaces
               into ws-run-mode
           end-unstring
           if ws-run-mode not = spaces
               and not mode-is-suspend
               display 'MODE MUST BE SUSPEND OR BLANK -- ' ws-run-mode
               display 'RUN ABORTED'
               stop run
           end-if
           accept ws-run-date from date yyyymmdd
           move ws-run-date (1:6) to ws-run-month
           compute ws-run-month-number = ws-run-year * 12 + ws-run-mm
           .

      * The site parameter file is picked over for this program's own
      * keywords; anything else on it belongs to another step and is
      * passed by.  A missing file, an unreadable file, or a value
      * outside its allowed range leaves the compiled-in default in
      * force -- loudly, so nobody wonders which value a run used.
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
                       when 'DORMANT-MONTHS'
                           if parm-number is numeric
                               and parm-number > zero
                               and parm-number < 100
                               move parm-number
                                   to ws-dormant-months
                               display 'DORMANT-MONTHS SET TO '
                                   ws-dormant-months
                           else
                               display 'DORMANT-MONTHS INVALID'
                                   ' -- ' parm-value
                                   ' -- DEFAULT KEPT'
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read
           .

      * Either journal may be missing on a young system -- a site
      * that has never rolled a month has no summaries -- and a
      * missing one simply contributes nothing.
       sort-history.
           open input std-history-file
           if ws-hist-status = '00'
               close std-history-file
               set history-is-present to true
               sort std-hist-sort-file
                   on ascending key srth-std-num
                   on ascending key srth-run-date
                   using std-history-file
                   giving std-hist-sorted-file
               if sort-return not = zero
                   display 'HISTORY SORT FAILED -- RETURN CODE '
                       sort-return
                   display 'RUN ABORTED'
                   stop run
               end-if
           else
               display 'NO HISTORY FILE -- STATUS ' ws-hist-status
           end-if
           .

       sort-summaries.
           open input std-summary-file
           if ws-hsum-status = '00'
               close std-summary-file
               set summary-is-present to true
               sort std-summary-sort-file
                   on ascending key srts-std-num
                   on ascending key srts-month
                   using std-summary-file
                   giving std-summary-sorted-file
               if sort-return not = zero
                   display 'SUMMARY SORT FAILED -- RETURN CODE '
                       sort-return
                   display 'RUN ABORTED'
                   stop run
               end-if
           else
               display 'NO MONTHLY SUMMARY FILE -- STATUS '
                   ws-hsum-status
           end-if
           .

       open-review-files.
           open input std-master-file
           if ws-mast-status not = '00'
               display 'UNABLE TO OPEN STD-MASTER-FILE -- STATUS '
                   ws-mast-status
               display 'RUN ABORTED'
               stop run
           end-if
           if history-is-present
               open input std-hist-sorted-file
               if ws-dhso-status not = '00'
                   display 'UNABLE TO OPEN STD-HIST-SORTED-FILE -- '
                       'STATUS ' ws-dhso-status
                   display 'RUN ABORTED'
                   stop run
               end-if
           else
               set hist-eof to true
           end-if
           if summary-is-present
               open input std-summary-sorted-file
               if ws-dsso-status not = '00'
                   display 'UNABLE TO OPEN STD-SUMMARY-SORTED-FILE -- '
                       'STATUS ' ws-dsso-status
                   display 'RUN ABORTED'
                   stop run
               end-if
           else
               set sums-eof to true
           end-if
           open output std-dormant-report-file
           if ws-dmrpt-status not = '00'
               display 'UNABLE TO OPEN STD-DORMANT-REPORT-FILE -- '
                   'STATUS ' ws-dmrpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           if mode-is-suspend
               open output std-dormant-trans-file
               if ws-dmtxn-status not = '00'
                   display 'UNABLE TO OPEN STD-DORMANT-TRANS-FILE -- '
                       'STATUS ' ws-dmtxn-status
                   display 'RUN ABORTED'
                   stop run
               end-if
           end-if
           move ws-run-date to dmrpt-run-date
           move ws-dormant-months to dmrpt-dormant-months
           move ws-dmrpt-heading-line to std-dormant-report-record
           write std-dormant-report-record
           .

      * Each advance paragraph leaves the next entry in its buffer
      * with its key copied aside, or HIGH-VALUES once the file is
      * spent, so the match below only ever compares keys.
       advance-history.
           if not hist-eof
               read std-hist-sorted-file
                   at end
                       set hist-eof to true
               end-read
           end-if
           if hist-eof
               move high-values to ws-hist-key
           else
               move hists-std-num to ws-hist-key
           end-if
           .

       advance-summaries.
           if not sums-eof
               read std-summary-sorted-file
                   at end
                       set sums-eof to true
               end-read
           end-if
           if sums-eof
               move high-values to ws-sums-key
           else
               move sums-std-num to ws-sums-key
           end-if
           .

      * All three files run in STD-NUM order.  Journal entries for a
      * key no longer on the master are passed over; the entries for
      * the master key are walked to their last, which -- sorted on
      * date and month within the key -- is the latest sighting.
       review-one-key.
           read std-master-file
               at end
                   set mast-eof to true
               not at end
                   perform match-one-key
           end-read
           .

       match-one-key.
           perform advance-history
               until ws-hist-key not < std-num of std-master-record
           perform advance-summaries
               until ws-sums-key not < std-num of std-master-record
           move spaces to ws-hist-last-date
           move spaces to ws-sums-last-month
           perform take-one-history-entry
               until ws-hist-key not = std-num of std-master-record
           perform take-one-summary-entry
               until ws-sums-key not = std-num of std-master-record
           if std-is-active of std-master-record
               add 1 to ws-active-count
               perform judge-one-key
           else
               add 1 to ws-skipped-count
           end-if
           .

       take-one-history-entry.
           move hists-run-date to ws-hist-last-date
           move hists-std-amount to ws-amount-raw
           if ws-amount-raw is not numeric
               move zero to ws-amount-num
           end-if
           move ws-amount-num to ws-hist-last-amount
           perform advance-history
           .

       take-one-summary-entry.
           move sums-month to ws-sums-last-month
           move sums-last-amount to ws-sums-last-amount
           perform advance-summaries
           .

      * The rollover moves a month off the live history as it
      * condenses it, so the later of the two sightings is the true
      * last one; within the same month the detail is preferred.
       judge-one-key.
           evaluate true
               when ws-hist-last-date = spaces
                   and ws-sums-last-month = spaces
                   move spaces to ws-last-month
               when ws-sums-last-month = spaces
                   or ws-hist-last-date (1:6) not < ws-sums-last-month
                   move ws-hist-last-date (1:6) to ws-last-month
                   move ws-hist-last-amount to ws-last-amount
                   move 'HISTORY' to ws-last-source
               when other
                   move ws-sums-last-month to ws-last-month
                   move ws-sums-last-amount to ws-last-amount
                   move 'SUMMARY' to ws-last-source
           end-evaluate
           if ws-last-month = spaces
               add 1 to ws-never-count
               perform report-dormant-key
           else
               compute ws-last-month-number =
                   ws-last-year * 12 + ws-last-mm
               if ws-last-month-number > ws-run-month-number
                   move zero to ws-idle-months
               else
                   subtract ws-last-month-number
                       from ws-run-month-number
                       giving ws-idle-months
               end-if
               if ws-idle-months not < ws-dormant-months
                   perform report-dormant-key
               end-if
           end-if
           .

       report-dormant-key.
           add 1 to ws-dormant-count
           move std-num of std-master-record to dmrpt-std-num
           move std-name of std-master-record to dmrpt-std-name
           if ws-last-month = spaces
               move 'NEVER' to dmrpt-last-month
               move zero to dmrpt-last-amount
               move zero to dmrpt-idle-months
               move spaces to dmrpt-last-source
           else
               move ws-last-month to dmrpt-last-month
               move ws-last-amount to dmrpt-last-amount
               move ws-idle-months to dmrpt-idle-months
               move ws-last-source to dmrpt-last-source
           end-if
           if mode-is-suspend
               perform write-suspend-transaction
               move 'SUSPEND RAISED' to dmrpt-suspend-flag
           else
               move spaces to dmrpt-suspend-flag
           end-if
           move ws-dmrpt-detail-line to std-dormant-report-record
           write std-dormant-report-record
           .

      * The master's own values ride along so the approver sees the
      * key's name and standing on the approval screen; the
      * maintenance run takes only the key from a suspend.
       write-suspend-transaction.
           move spaces to std-dormant-trans-record
           move 'S' to mtxn-trans-code
           move std-num of std-master-record to mtxn-std-num
           move std-name of std-master-record to mtxn-std-name
           move std-percent of std-master-record to mtxn-std-percent
           move std-comment of std-master-record to mtxn-std-comment
           move std-amount of std-master-record to mtxn-std-amount
           move ws-own-program-name to mtxn-maker-id
           move ws-run-date to mtxn-keyed-date
           write std-dormant-trans-record
           add 1 to ws-suspend-count
           .

       write-count-line.
           move ws-dmrpt-count-line to std-dormant-report-record
           write std-dormant-report-record
           .

       finalize-run.
           move 'ACTIVE KEYS REVIEWED: ' to dmrpt-count-label
           move ws-active-count to dmrpt-count-value
           perform write-count-line
           move 'DORMANT KEYS: ' to dmrpt-count-label
           move ws-dormant-count to dmrpt-count-value
           perform write-count-line
           move 'OF WHICH NEVER SEEN: ' to dmrpt-count-label
           move ws-never-count to dmrpt-count-value
           perform write-count-line
           move 'SUSPENDED/CLOSED SKIPPED: ' to dmrpt-count-label
           move ws-skipped-count to dmrpt-count-value
           perform write-count-line
           move 'SUSPENDS RAISED: ' to dmrpt-count-label
           move ws-suspend-count to dmrpt-count-value
           perform write-count-line
           close std-master-file.
           if history-is-present
               close std-hist-sorted-file
           end-if
           if summary-is-present
               close std-summary-sorted-file
           end-if
           close std-dormant-report-file.
           if mode-is-suspend
               close std-dormant-trans-file
           end-if
           display 'ACTIVE KEYS REVIEWED: ' ws-active-count
           display 'DORMANT KEYS: ' ws-dormant-count
           display 'SUSPENDS RAISED: ' ws-suspend-count
           if mode-is-suspend
               display 'ADD STDDMTXN TO STDMTXN FOR APPROVAL'
           end-if
           .
