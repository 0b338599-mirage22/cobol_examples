      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Point-in-time reconstruction of STD-MASTER.  Answers "what did
      * the master hold at the close of a given date" without touching
      * the live file.  The date comes in on the command line as
      * YYYYMMDD, optionally followed by one STD-NUM or a from/to pair
      * of STD-NUMs to limit the rebuild to part of the master.  The
      * backup catalog the unload utility keeps names the latest
      * backup taken on or before that date; that backup must be the
      * one mounted as STDBKP, and it is the starting image.  Onto it
      * the journals are replayed in key order -- every STDHIST
      * posting and every STDAUDIT field change dated after the
      * backup and up to the end of the requested date -- the postings
      * for a date ahead of that date's audit lines, since the daily
      * run posts before the maintenance and release steps journal.
      * A posting the held-record release made is the exception: it
      * went on after the maintenance run, and the release journals
      * every field it overlaid under its own program name, so its
      * history entry is passed over and the posting replayed from
      * those audit lines in timestamp order instead.
      * A backup is taken at the close of its day, so nothing dated on
      * the backup date itself is replayed.  The rebuilt image goes
      * out on STDPITBK in the STDBKP layout, headed with the
      * requested date, so the backup compare can be run against it
      * like any other backup; the STDPITRP report shows, for every
      * key, each field's value and which source supplied it -- the
      * backup, a history posting, or an audit line.  Nothing is ever
      * assumed to fill a hole in the journals: the history entries
      * for each date are proved against the postings the cycle
      * statistics say were made, a maintenance run with no audit
      * lines behind it is called out, and an audit line whose
      * before-value disagrees with the rebuilt value is reported --
      * each as a break on the report, and an image with any break is
      * not to be trusted until the break is explained.  History that
      * has been rolled off onto a monthly archive is no longer on
      * STDHIST, so a date range reaching back into a rolled month
      * shows its postings as breaks.
       identification division.
       program-id. STDPIT.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-backup-catalog-file assign to "STDBKCAT"
               organization is line sequential
               file status is ws-bkcat-status.
           select std-backup-file assign to "STDBKP"
               organization is line sequential
               file status is ws-bkp-status.
           select std-history-file assign to "STDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select std-audit-file assign to "STDAUDIT"
               organization is line sequential
               file status is ws-audit-status.
           select std-cycle-stats-file assign to "STDCYCST"
               organization is line sequential
               file status is ws-cyc-status.
           select std-hist-sort-file assign to "STDPHWK".
           select std-hist-sorted-file assign to "STDPHSO"
               organization is line sequential
               file status is ws-phso-status.
           select std-audit-sort-file assign to "STDPAWK".
           select std-audit-sorted-file assign to "STDPASO"
               organization is line sequential
               file status is ws-paso-status.
           select std-pit-backup-file assign to "STDPITBK"
               organization is line sequential
               file status is ws-pitbk-status.
           select std-pit-report-file assign to "STDPITRP"
               organization is line sequential
               file status is ws-pitrp-status.

       data division.
       file section.
       fd  std-backup-catalog-file
           label records are standard.
       01  std-backup-catalog-record.
           05  bkcat-backup-date       pic x(08).
           05  bkcat-record-count      pic 9(08).
           05  bkcat-hash-total        pic 9(09)v9(02).

       fd  std-backup-file
           label records are standard.
       01  std-backup-record.
           05  bkp-record-type         pic x(01).
               88  bkp-is-header                   value 'H'.
               88  bkp-is-trailer                  value 'T'.
               88  bkp-is-detail                   value 'D'.
           05  bkp-data-area           pic x(44).

       01  bkp-detail-record.
           05  filler                  pic x(01).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           copy 'stdrecs.cpy'.

       01  bkp-header-record.
           05  filler                  pic x(01).
           05  bkp-backup-date         pic x(08).
           05  filler                  pic x(36).

       01  bkp-trailer-record.
           05  filler                  pic x(01).
           05  bkp-record-count        pic 9(08).
           05  bkp-hash-total          pic 9(09)v9(02).
           05  filler                  pic x(25).

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

       fd  std-cycle-stats-file
           label records are standard.
       01  std-cycle-stats-record.
           copy 'stdcycst.cpy'.

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

       sd  std-audit-sort-file.
       01  std-audit-sort-record.
           05  srta-run-timestamp      pic x(14).
           05  srta-std-num            pic x(05).
           05  srta-field-name         pic x(15).
           05  srta-old-value          pic x(20).
           05  srta-new-value          pic x(20).
           05  srta-approver-id        pic x(08).

       fd  std-audit-sorted-file
           label records are standard.
       01  std-audit-sorted-record.
           05  auds-run-timestamp      pic x(14).
           05  auds-run-date redefines auds-run-timestamp
                                       pic x(08).
           05  auds-std-num            pic x(05).
           05  auds-field-name         pic x(15).
           05  auds-old-value          pic x(20).
           05  auds-new-value          pic x(20).
           05  auds-approver-id        pic x(08).

      * The rebuilt master, in exactly the layout the unload utility
      * writes, so the backup compare reads it as one more backup.
       fd  std-pit-backup-file
           label records are standard.
       01  std-pit-backup-record.
           05  pitbk-record-type       pic x(01).
           05  pitbk-data-area         pic x(44).

       01  pitbk-detail-record.
           05  filler                  pic x(01).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           copy 'stdrecs.cpy'.

       01  pitbk-header-record.
           05  filler                  pic x(01).
           05  pitbk-backup-date       pic x(08).
           05  filler                  pic x(36).

       01  pitbk-trailer-record.
           05  filler                  pic x(01).
           05  pitbk-record-count      pic 9(08).
           05  pitbk-hash-total        pic 9(09)v9(02).
           05  filler                  pic x(25).

       fd  std-pit-report-file
           label records are standard.
       01  std-pit-report-record       pic x(132).

       working-storage section.
       77  ws-bkcat-status             pic x(02) value '00'.
       77  ws-bkp-status               pic x(02) value '00'.
       77  ws-hist-status              pic x(02) value '00'.
       77  ws-audit-status             pic x(02) value '00'.
       77  ws-cyc-status               pic x(02) value '00'.
       77  ws-phso-status              pic x(02) value '00'.
       77  ws-paso-status              pic x(02) value '00'.
       77  ws-pitbk-status             pic x(02) value '00'.
       77  ws-pitrp-status             pic x(02) value '00'.
       77  ws-bkcat-eof-switch         pic x(01) value 'N'.
           88  bkcat-eof                           value 'Y'.
       77  ws-bkp-eof-switch           pic x(01) value 'N'.
           88  bkp-eof                             value 'Y'.
       77  ws-hist-eof-switch          pic x(01) value 'N'.
           88  hist-eof                            value 'Y'.
       77  ws-audit-eof-switch         pic x(01) value 'N'.
           88  audit-eof                           value 'Y'.
       77  ws-cyc-eof-switch           pic x(01) value 'N'.
           88  cyc-eof                             value 'Y'.
       77  ws-bkp-held-switch          pic x(01) value 'N'.
           88  backup-detail-is-held               value 'Y'.
       77  ws-hist-held-switch         pic x(01) value 'N'.
           88  history-entry-is-held               value 'Y'.
       77  ws-audit-held-switch        pic x(01) value 'N'.
           88  audit-entry-is-held                 value 'Y'.
       77  ws-catalog-switch           pic x(01) value 'N'.
           88  catalog-is-present                  value 'Y'.
       77  ws-trailer-seen-switch      pic x(01) value 'N'.
           88  trailer-was-seen                    value 'Y'.
       77  ws-key-present-switch       pic x(01) value 'N'.
           88  key-is-present                      value 'Y'.
       77  ws-key-notmast-switch       pic x(01) value 'N'.
           88  key-had-notmast-postings            value 'Y'.
       77  ws-field-found-switch       pic x(01) value 'N'.
           88  field-slot-is-found                 value 'Y'.
       77  ws-date-found-switch        pic x(01) value 'N'.
           88  date-slot-is-found                  value 'Y'.
       77  ws-date-full-switch         pic x(01) value 'N'.
           88  date-table-is-full                  value 'Y'.
       77  ws-release-found-switch     pic x(01) value 'N'.
           88  release-is-journaled                value 'Y'.
       77  ws-release-full-switch      pic x(01) value 'N'.
           88  release-table-is-full               value 'Y'.
       77  ws-parm-line                pic x(30) value spaces.
       77  ws-as-of-date               pic x(08) value spaces.
       77  ws-from-num                 pic x(05) value spaces.
       77  ws-to-num                   pic x(05) value spaces.
       77  ws-range-text               pic x(11) value spaces.
       77  ws-chosen-date              pic x(08) value spaces.
       77  ws-chosen-count             pic 9(08) value zero.
       77  ws-chosen-hash              pic 9(09)v9(02) value zero.
       77  ws-backup-date              pic x(08) value spaces.
       77  ws-bkp-key                  pic x(05) value spaces.
       77  ws-hist-key                 pic x(05) value spaces.
       77  ws-audit-key                pic x(05) value spaces.
       77  ws-current-key              pic x(05) value spaces.
       77  ws-find-date                pic x(08) value spaces.
       77  ws-event-stamp              pic x(14) value spaces.
       77  ws-break-text               pic x(50) value spaces.
       77  ws-field-index              pic 9(02) comp value zero.
       77  ws-date-count               pic 9(04) comp value zero.
       77  ws-date-index               pic 9(04) comp value zero.
       77  ws-release-count            pic 9(04) comp value zero.
       77  ws-release-index            pic 9(04) comp value zero.
       77  ws-expected-count           pic 9(08) comp value zero.
       77  ws-backup-read-count        pic 9(08) comp value zero.
       77  ws-trailer-count            pic 9(08) comp value zero.
       77  ws-written-count            pic 9(08) comp value zero.
       77  ws-from-backup-count        pic 9(08) comp value zero.
       77  ws-added-count              pic 9(08) comp value zero.
       77  ws-posting-count            pic 9(08) comp value zero.
       77  ws-notmast-posting-count    pic 9(08) comp value zero.
       77  ws-released-posting-count   pic 9(08) comp value zero.
       77  ws-change-count             pic 9(08) comp value zero.
       77  ws-reflected-count          pic 9(08) comp value zero.
       77  ws-ignored-count            pic 9(08) comp value zero.
       77  ws-break-count              pic 9(08) comp value zero.
       77  ws-hash-total               pic 9(09)v9(02) value zero.

       01  ws-amount-work.
           05  ws-amount-raw           pic x(05).
           05  ws-amount-num redefines ws-amount-raw
                                       pic 9(03)v9(02).

      * The key being rebuilt, one slot per master field, each with
      * its current value and the source that last supplied it.  An
      * audit line finds its slot by the field name it journals.
       01  ws-field-table.
           05  ws-field-entry occurs 5 times.
               10  ws-fld-name         pic x(15).
               10  ws-fld-value        pic x(20).
               10  ws-fld-source       pic x(22).

      * One slot per date inside the replay window -- what the cycle
      * statistics say was posted and applied that day, against what
      * the journals actually hold for it.  The last statistics entry
      * for a step and date wins, as on the balance report, since an
      * OVERRIDE rerun is the run whose output flowed downstream.
       01  ws-date-table.
           05  ws-date-entry occurs 999 times.
               10  ws-dt-date          pic x(08).
               10  ws-dt-hist-count    pic 9(08) comp.
               10  ws-dt-audit-count   pic 9(08) comp.
               10  ws-dt-edit-posted   pic 9(08) comp.
               10  ws-dt-hrel-posted   pic 9(08) comp.
               10  ws-dt-edit-notmast  pic 9(08) comp.
               10  ws-dt-maint-applied pic 9(08) comp.

      * Every posting inside the window the held-record release
      * journaled, by the amount line that closes its set of audit
      * lines -- so the matching history entry can be passed over and
      * each set used once.
       01  ws-release-table.
           05  ws-release-entry occurs 2000 times.
               10  ws-rel-std-num      pic x(05).
               10  ws-rel-date         pic x(08).
               10  ws-rel-amount       pic x(05).
               10  ws-rel-used         pic x(01).

       01  ws-pitrp-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(32)
                   value 'STD-MASTER RECONSTRUCTION AS OF '.
           05  pitrp-as-of-date        pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(18)
                   value 'FROM BACKUP DATED '.
           05  pitrp-backup-date       pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(06) value 'KEYS: '.
           05  pitrp-range-text        pic x(11).
           05  filler                  pic x(38) value spaces.

       01  ws-pitrp-section-line.
           05  filler                  pic x(05) value spaces.
           05  pitrp-section-title     pic x(40).
           05  filler                  pic x(87) value spaces.

       01  ws-pitrp-key-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(09) value 'STD-NUM: '.
           05  pitrp-key-std-num       pic x(05).
           05  filler                  pic x(03) value spaces.
           05  pitrp-key-origin        pic x(30).
           05  filler                  pic x(80) value spaces.

       01  ws-pitrp-field-line.
           05  filler                  pic x(10) value spaces.
           05  pitrp-field-name        pic x(15).
           05  pitrp-field-value       pic x(20).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(08) value 'SOURCE: '.
           05  pitrp-field-source      pic x(22).
           05  filler                  pic x(54) value spaces.

       01  ws-pitrp-break-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(09) value 'BREAK -- '.
           05  pitrp-break-ref         pic x(14).
           05  filler                  pic x(03) value spaces.
           05  pitrp-break-text        pic x(50).
           05  filler                  pic x(51) value spaces.

       01  ws-pitrp-gap-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(09) value 'BREAK -- '.
           05  pitrp-gap-date          pic x(08).
           05  filler                  pic x(03) value spaces.
           05  pitrp-gap-text          pic x(40).
           05  filler                  pic x(09) value 'JOURNAL: '.
           05  pitrp-gap-journal       pic zzzzzzz9.
           05  filler                  pic x(09) value '  CYCLE: '.
           05  pitrp-gap-cycle         pic zzzzzzz9.
           05  filler                  pic x(33) value spaces.

       01  ws-pitrp-count-line.
           05  filler                  pic x(05) value spaces.
           05  pitrp-count-label       pic x(26).
           05  pitrp-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       01  ws-pitrp-result-line.
           05  filler                  pic x(05) value spaces.
           05  pitrp-result-text       pic x(60).
           05  filler                  pic x(67) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform choose-backup.
           perform open-backup.
           perform write-report-heading.
           perform check-journal-continuity.
           sort std-hist-sort-file
               on ascending key srth-std-num
               on ascending key srth-run-date
               with duplicates in order
               using std-history-file
               giving std-hist-sorted-file
           if sort-return not = zero
               display 'HISTORY SORT FAILED -- RETURN CODE '
                   sort-return
               display 'RUN ABORTED'
               stop run
           end-if
           sort std-audit-sort-file
               on ascending key srta-std-num
               on ascending key srta-run-timestamp
               with duplicates in order
               using std-audit-file
               giving std-audit-sorted-file
           if sort-return not = zero
               display 'AUDIT SORT FAILED -- RETURN CODE '
                   sort-return
               display 'RUN ABORTED'
               stop run
           end-if
           perform open-replay-files.
           perform advance-backup.
           perform advance-history.
           perform advance-audit.
           move 'RECONSTRUCTED RECORDS' to pitrp-section-title
           perform write-section-line.
           perform rebuild-one-key
               until ws-bkp-key = high-values
               and ws-hist-key = high-values
               and ws-audit-key = high-values.
           perform finalize-run.
           stop run
           .

      * The requested date is required; a single STD-NUM limits the
      * rebuild to that key, a pair to the keys between them.
       initialize-run.
           accept ws-parm-line from command-line
           unstring ws-parm-line delimited by all spaces
               into ws-as-of-date ws-from-num ws-to-num
           end-unstring
           if ws-as-of-date is not numeric
               display 'AS-OF DATE REQUIRED AS YYYYMMDD -- '
                   ws-as-of-date
               display 'RUN ABORTED'
               stop run
           end-if
           if ws-from-num = spaces
               move low-values to ws-from-num
               move high-values to ws-to-num
               move 'ALL' to ws-range-text
           else
               if ws-to-num = spaces
                   move ws-from-num to ws-to-num
               end-if
               if ws-to-num < ws-from-num
                   display 'KEY RANGE IS BACKWARDS -- ' ws-from-num
                       ' TO ' ws-to-num
                   display 'RUN ABORTED'
                   stop run
               end-if
               string ws-from-num delimited by size
                      '-' delimited by size
                      ws-to-num delimited by size
                   into ws-range-text
               end-string
           end-if
           move 'STD-NAME' to ws-fld-name (1)
           move 'STD-PERCENT' to ws-fld-name (2)
           move 'STD-COMMENT' to ws-fld-name (3)
           move 'STD-AMOUNT' to ws-fld-name (4)
           move 'STD-STATUS' to ws-fld-name (5)
           open output std-pit-report-file
           if ws-pitrp-status not = '00'
               display 'UNABLE TO OPEN STD-PIT-REPORT-FILE -- STATUS '
                   ws-pitrp-status
               display 'RUN ABORTED'
               stop run
           end-if
           .

      * The latest catalogued backup dated on or before the requested
      * date is the starting image.  Backups taken before the catalog
      * was kept are not on it; with no catalog at all the mounted
      * backup is used as long as it is not dated after the requested
      * date, and the report says it could not be proved the latest.
       choose-backup.
           open input std-backup-catalog-file
           if ws-bkcat-status = '35'
               display 'NO BACKUP CATALOG -- MOUNTED STDBKP WILL BE '
                   'USED'
           else
               if ws-bkcat-status not = '00'
                   display 'UNABLE TO OPEN STD-BACKUP-CATALOG-FILE -- '
                       'STATUS ' ws-bkcat-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               set catalog-is-present to true
               perform scan-one-catalog-entry until bkcat-eof
               close std-backup-catalog-file
               if ws-chosen-date = spaces
                   display 'NO BACKUP CATALOGUED ON OR BEFORE '
                       ws-as-of-date
                   display 'RUN ABORTED'
                   stop run
               end-if
               display 'STARTING FROM BACKUP DATED ' ws-chosen-date
           end-if
           .

       scan-one-catalog-entry.
           read std-backup-catalog-file
               at end
                   set bkcat-eof to true
               not at end
                   if bkcat-backup-date not > ws-as-of-date
                       and (ws-chosen-date = spaces
                           or bkcat-backup-date not < ws-chosen-date)
                       move bkcat-backup-date to ws-chosen-date
                       move bkcat-record-count to ws-chosen-count
                       move bkcat-hash-total to ws-chosen-hash
                   end-if
           end-read
           .

      * The mounted backup has to prove it is the one chosen -- its
      * header date is the only thing that tells two generations
      * apart.
       open-backup.
           open input std-backup-file
           if ws-bkp-status not = '00'
               display 'UNABLE TO OPEN STD-BACKUP-FILE -- STATUS '
                   ws-bkp-status
               display 'RUN ABORTED'
               stop run
           end-if
           read std-backup-file
               at end
                   display 'STDBKP IS EMPTY'
                   display 'RUN ABORTED'
                   stop run
           end-read
           if not bkp-is-header
               display 'STDBKP HAS NO HEADER -- NOT AN UNLOAD BACKUP'
               display 'RUN ABORTED'
               stop run
           end-if
           move bkp-backup-date of bkp-header-record to ws-backup-date
           if catalog-is-present
               if ws-backup-date not = ws-chosen-date
                   display 'STDBKP IS DATED ' ws-backup-date
                       ' -- MOUNT THE BACKUP DATED ' ws-chosen-date
                   display 'RUN ABORTED'
                   stop run
               end-if
           else
               if ws-backup-date > ws-as-of-date
                   display 'STDBKP IS DATED ' ws-backup-date
                       ' -- AFTER THE AS-OF DATE ' ws-as-of-date
                   display 'RUN ABORTED'
                   stop run
               end-if
           end-if
           .

       write-report-heading.
           move ws-as-of-date to pitrp-as-of-date
           move ws-backup-date to pitrp-backup-date
           move ws-range-text to pitrp-range-text
           move ws-pitrp-heading-line to std-pit-report-record
           write std-pit-report-record
           if not catalog-is-present
               move 'NO BACKUP CATALOG -- BACKUP NOT PROVED THE LATEST'
                   to pitrp-result-text
               perform write-result-line
           end-if
           .

      * ---- JOURNAL CONTINUITY ----
      * Runs over the whole of both journals and the statistics file
      * for every date inside the replay window, whatever key range
      * was asked for -- a hole in a journal is a hole for every key.
       check-journal-continuity.
           move 'JOURNAL CONTINUITY' to pitrp-section-title
           perform write-section-line
           open input std-cycle-stats-file
           if ws-cyc-status = '35'
               move ws-as-of-date to pitrp-break-ref
               move 'NO CYCLE STATISTICS -- CONTINUITY NOT PROVED'
                   to ws-break-text
               perform write-break-line
           else
               if ws-cyc-status not = '00'
                   display 'UNABLE TO OPEN STD-CYCLE-STATS-FILE -- '
                       'STATUS ' ws-cyc-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform count-one-cycle-entry until cyc-eof
               close std-cycle-stats-file
           end-if
           open input std-history-file
           if ws-hist-status not = '00'
               display 'UNABLE TO OPEN STD-HISTORY-FILE -- STATUS '
                   ws-hist-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform count-one-history-entry until hist-eof
           close std-history-file
           open input std-audit-file
           if ws-audit-status not = '00'
               display 'UNABLE TO OPEN STD-AUDIT-FILE -- STATUS '
                   ws-audit-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform count-one-audit-entry until audit-eof
           close std-audit-file
           if date-table-is-full
               move ws-as-of-date to pitrp-break-ref
               move 'REPLAY WINDOW OVER 999 DATES -- NOT ALL PROVED'
                   to ws-break-text
               perform write-break-line
           end-if
           if release-table-is-full
               move ws-as-of-date to pitrp-break-ref
               move 'OVER 2000 RELEASES -- SOME REPLAYED FROM HISTORY'
                   to ws-break-text
               perform write-break-line
           end-if
           move zero to ws-date-index
           perform prove-one-date
               until ws-date-index not < ws-date-count
           move 'N' to ws-hist-eof-switch
           move 'N' to ws-audit-eof-switch
           .

       count-one-cycle-entry.
           read std-cycle-stats-file
               at end
                   set cyc-eof to true
               not at end
                   if cyc-run-date > ws-backup-date
                       and cyc-run-date not > ws-as-of-date
                       move cyc-run-date to ws-find-date
                       perform find-date-slot
                       if date-slot-is-found
                           perform note-cycle-counts
                       end-if
                   end-if
           end-read
           .

       note-cycle-counts.
           evaluate cyc-program-name
               when '01COPYUSAGE'
                   move cyc-posted-count
                       to ws-dt-edit-posted (ws-date-index)
                   move cyc-notmast-count
                       to ws-dt-edit-notmast (ws-date-index)
               when 'STDHREL'
                   move cyc-posted-count
                       to ws-dt-hrel-posted (ws-date-index)
               when 'STDMAINT'
                   move cyc-applied-count
                       to ws-dt-maint-applied (ws-date-index)
               when other
                   continue
           end-evaluate
           .

       count-one-history-entry.
           read std-history-file
               at end
                   set hist-eof to true
               not at end
                   if hist-run-date > ws-backup-date
                       and hist-run-date not > ws-as-of-date
                       move hist-run-date to ws-find-date
                       perform find-date-slot
                       if date-slot-is-found
                           add 1 to ws-dt-hist-count (ws-date-index)
                       end-if
                   end-if
           end-read
           .

       count-one-audit-entry.
           read std-audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-run-timestamp (1:8) > ws-backup-date
                       and aud-run-timestamp (1:8) not > ws-as-of-date
                       move aud-run-timestamp (1:8) to ws-find-date
                       perform find-date-slot
                       if date-slot-is-found
                           add 1 to ws-dt-audit-count (ws-date-index)
                       end-if
                       if aud-approver-id = 'STDHREL'
                           and aud-field-name = 'STD-AMOUNT'
                           perform note-released-posting
                       end-if
                   end-if
           end-read
           .

      * A set beyond the table's size is replayed from its history
      * entry as before, and the report says so.
       note-released-posting.
           if ws-release-count < 2000
               add 1 to ws-release-count
               move aud-std-num to ws-rel-std-num (ws-release-count)
               move aud-run-timestamp (1:8)
                   to ws-rel-date (ws-release-count)
               move aud-new-value (1:5)
                   to ws-rel-amount (ws-release-count)
               move 'N' to ws-rel-used (ws-release-count)
           else
               set release-table-is-full to true
           end-if
           .

      * Leaves WS-DATE-INDEX on the slot for WS-FIND-DATE, opening a
      * new slot the first time a date is seen.
       find-date-slot.
           move 'N' to ws-date-found-switch
           move zero to ws-date-index
           perform scan-date-table
               until date-slot-is-found
               or ws-date-index not < ws-date-count
           if not date-slot-is-found
               if ws-date-count < 999
                   add 1 to ws-date-count
                   move ws-date-count to ws-date-index
                   move ws-find-date to ws-dt-date (ws-date-index)
                   move zero to ws-dt-hist-count (ws-date-index)
                   move zero to ws-dt-audit-count (ws-date-index)
                   move zero to ws-dt-edit-posted (ws-date-index)
                   move zero to ws-dt-hrel-posted (ws-date-index)
                   move zero to ws-dt-edit-notmast (ws-date-index)
                   move zero to ws-dt-maint-applied (ws-date-index)
                   set date-slot-is-found to true
               else
                   set date-table-is-full to true
               end-if
           end-if
           .

       scan-date-table.
           add 1 to ws-date-index
           if ws-dt-date (ws-date-index) = ws-find-date
               set date-slot-is-found to true
           end-if
           .

      * Every posting the edit and held-release steps made on a date
      * wrote one history entry, and so did every record the edit
      * found not on STD-MASTER, so the two must agree exactly; a
      * maintenance run that applied anything journaled something.
       prove-one-date.
           add 1 to ws-date-index
           add ws-dt-edit-posted (ws-date-index)
               ws-dt-hrel-posted (ws-date-index)
               ws-dt-edit-notmast (ws-date-index)
               giving ws-expected-count
           if ws-dt-hist-count (ws-date-index) not = ws-expected-count
               move 'HISTORY ENTRIES DISAGREE WITH POSTINGS'
                   to pitrp-gap-text
               move ws-dt-hist-count (ws-date-index)
                   to pitrp-gap-journal
               move ws-expected-count to pitrp-gap-cycle
               perform write-gap-line
           end-if
           if ws-dt-maint-applied (ws-date-index) > zero
               and ws-dt-audit-count (ws-date-index) = zero
               move 'NO AUDIT ENTRIES FOR MAINTENANCE APPLIED'
                   to pitrp-gap-text
               move zero to pitrp-gap-journal
               move ws-dt-maint-applied (ws-date-index)
                   to pitrp-gap-cycle
               perform write-gap-line
           end-if
           .

       write-gap-line.
           move ws-dt-date (ws-date-index) to pitrp-gap-date
           move ws-pitrp-gap-line to std-pit-report-record
           write std-pit-report-record
           add 1 to ws-break-count
           display 'BREAK -- ' pitrp-gap-date ' ' pitrp-gap-text
           .

      * ---- REPLAY ----
       open-replay-files.
           open input std-hist-sorted-file
           if ws-phso-status not = '00'
               display 'UNABLE TO OPEN STD-HIST-SORTED-FILE -- STATUS '
                   ws-phso-status
               display 'RUN ABORTED'
               stop run
           end-if
           open input std-audit-sorted-file
           if ws-paso-status not = '00'
               display 'UNABLE TO OPEN STD-AUDIT-SORTED-FILE -- '
                   'STATUS ' ws-paso-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-pit-backup-file
           if ws-pitbk-status not = '00'
               display 'UNABLE TO OPEN STD-PIT-BACKUP-FILE -- STATUS '
                   ws-pitbk-status
               display 'RUN ABORTED'
               stop run
           end-if
           move spaces to std-pit-backup-record
           move 'H' to pitbk-record-type
           move ws-as-of-date to pitbk-backup-date
           write std-pit-backup-record
           .

      * Each advance paragraph leaves the next qualifying record held
      * in its buffer with its key copied aside, or HIGH-VALUES once
      * the file is spent, so the three-way merge below only ever
      * compares keys.  Backup records outside the key range are
      * still counted for the trailer proof.
       advance-backup.
           move 'N' to ws-bkp-held-switch
           perform read-one-backup-record
               until bkp-eof or backup-detail-is-held
           if bkp-eof
               move high-values to ws-bkp-key
           else
               move std-num of bkp-detail-record to ws-bkp-key
           end-if
           .

       read-one-backup-record.
           read std-backup-file
               at end
                   set bkp-eof to true
                   perform prove-backup-trailer
               not at end
                   evaluate true
                       when bkp-is-trailer
                           set trailer-was-seen to true
                           move bkp-record-count to ws-trailer-count
                       when bkp-is-header
                           continue
                       when other
                           add 1 to ws-backup-read-count
                           if std-num of bkp-detail-record
                                   not < ws-from-num
                               and std-num of bkp-detail-record
                                   not > ws-to-num
                               set backup-detail-is-held to true
                           end-if
                   end-evaluate
           end-read
           .

      * A short backup would silently drop keys from the image, so
      * its trailer is proved against what was read, and against the
      * catalog entry that named it.
       prove-backup-trailer.
           move ws-backup-date to pitrp-break-ref
           if not trailer-was-seen
               move 'BACKUP HAS NO TRAILER -- FILE IS INCOMPLETE'
                   to ws-break-text
               perform write-break-line
           else
               if ws-trailer-count not = ws-backup-read-count
                   move 'BACKUP TRAILER COUNT DISAGREES WITH RECORDS'
                       to ws-break-text
                   perform write-break-line
               end-if
               if catalog-is-present
                   and ws-chosen-count not = ws-backup-read-count
                   move 'BACKUP RECORD COUNT DISAGREES WITH CATALOG'
                       to ws-break-text
                   perform write-break-line
               end-if
           end-if
           .

       advance-history.
           move 'N' to ws-hist-held-switch
           perform read-one-history-entry
               until hist-eof or history-entry-is-held
           if hist-eof
               move high-values to ws-hist-key
           else
               move hists-std-num to ws-hist-key
           end-if
           .

       read-one-history-entry.
           read std-hist-sorted-file
               at end
                   set hist-eof to true
               not at end
                   if hists-run-date > ws-backup-date
                       and hists-run-date not > ws-as-of-date
                       and hists-std-num not < ws-from-num
                       and hists-std-num not > ws-to-num
                       set history-entry-is-held to true
                   end-if
           end-read
           .

      * Batch-override lines journal a run-control decision, not a
      * master field, and take no part in the replay.
       advance-audit.
           move 'N' to ws-audit-held-switch
           perform read-one-audit-entry
               until audit-eof or audit-entry-is-held
           if audit-eof
               move high-values to ws-audit-key
           else
               move auds-std-num to ws-audit-key
           end-if
           .

       read-one-audit-entry.
           read std-audit-sorted-file
               at end
                   set audit-eof to true
               not at end
                   if auds-run-date > ws-backup-date
                       and auds-run-date not > ws-as-of-date
                       and auds-std-num not < ws-from-num
                       and auds-std-num not > ws-to-num
                       and auds-field-name not = 'BATCH OVERRIDE'
                       set audit-entry-is-held to true
                   end-if
           end-read
           .

      * The lowest key held on any of the three files is rebuilt
      * next: its backup image if it has one, then its postings and
      * audit lines interleaved in date order, postings first within
      * a date.
       rebuild-one-key.
           move ws-bkp-key to ws-current-key
           if ws-hist-key < ws-current-key
               move ws-hist-key to ws-current-key
           end-if
           if ws-audit-key < ws-current-key
               move ws-audit-key to ws-current-key
           end-if
           move ws-current-key to pitrp-key-std-num
           move 'N' to ws-key-present-switch
           move 'N' to ws-key-notmast-switch
           move spaces to ws-fld-value (1) ws-fld-value (2)
               ws-fld-value (3) ws-fld-value (4) ws-fld-value (5)
           move 'NONE' to ws-fld-source (1) ws-fld-source (2)
               ws-fld-source (3) ws-fld-source (4) ws-fld-source (5)
           if ws-bkp-key = ws-current-key
               perform load-backup-image
               move 'ON BACKUP' to pitrp-key-origin
               perform advance-backup
           else
               if ws-audit-key = ws-current-key
                   and auds-field-name = 'KEY ADDED'
                   move 'ADDED SINCE BACKUP' to pitrp-key-origin
               else
                   move 'NOT ON BACKUP' to pitrp-key-origin
               end-if
           end-if
           move ws-pitrp-key-line to std-pit-report-record
           write std-pit-report-record
           perform replay-one-event
               until ws-hist-key not = ws-current-key
               and ws-audit-key not = ws-current-key
           if key-is-present
               perform write-rebuilt-image
           else
               if key-had-notmast-postings
                   move 'NOT ON STD-MASTER -- POSTINGS NEVER APPLIED'
                       to pitrp-result-text
               else
                   move 'NOT ON STD-MASTER AS OF THIS DATE'
                       to pitrp-result-text
               end-if
               perform write-result-line
           end-if
           .

       load-backup-image.
           set key-is-present to true
           add 1 to ws-from-backup-count
           move std-name of bkp-detail-record to ws-fld-value (1)
           move std-percent of bkp-detail-record to ws-fld-value (2)
           move std-comment of bkp-detail-record to ws-fld-value (3)
           move std-amount of bkp-detail-record to ws-fld-value (4)
           move std-status of bkp-detail-record to ws-fld-value (5)
           move spaces to ws-fld-source (1)
           string 'BACKUP ' delimited by size
                  ws-backup-date delimited by size
               into ws-fld-source (1)
           end-string
           move ws-fld-source (1) to ws-fld-source (2)
               ws-fld-source (3) ws-fld-source (4) ws-fld-source (5)
           .

       replay-one-event.
           if ws-hist-key = ws-current-key
               and (ws-audit-key not = ws-current-key
                   or hists-run-date not > auds-run-date)
               perform apply-history-entry
               perform advance-history
           else
               perform apply-audit-entry
               perform advance-audit
           end-if
           .

      * A posting overlays the four fields the daily run overlays;
      * the status is never touched by a posting.  A history entry
      * for a key neither on the backup nor added yet is one the
      * daily run wrote for a record not on STD-MASTER -- the master
      * was never touched, so it is counted and passed over, and the
      * key stays absent until an add is journaled for it.  A posting
      * the held-record release journaled is left to its audit lines.
       apply-history-entry.
           move hists-run-date to ws-event-stamp
           perform find-released-posting
           if release-is-journaled
               move 'Y' to ws-rel-used (ws-release-index)
               add 1 to ws-released-posting-count
           else
               if key-is-present
                   perform overlay-posted-fields
               else
                   set key-had-notmast-postings to true
                   add 1 to ws-notmast-posting-count
               end-if
           end-if
           .

       find-released-posting.
           move 'N' to ws-release-found-switch
           move zero to ws-release-index
           perform scan-release-table
               until release-is-journaled
               or ws-release-index not < ws-release-count
           .

       scan-release-table.
           add 1 to ws-release-index
           if ws-rel-std-num (ws-release-index) = hists-std-num
               and ws-rel-date (ws-release-index) = hists-run-date
               and ws-rel-amount (ws-release-index) = hists-std-amount
               and ws-rel-used (ws-release-index) = 'N'
               set release-is-journaled to true
           end-if
           .

       overlay-posted-fields.
           move hists-std-name to ws-fld-value (1)
           move hists-std-percent to ws-fld-value (2)
           move hists-std-comment to ws-fld-value (3)
           move hists-std-amount to ws-fld-value (4)
           move spaces to ws-fld-source (1)
           string 'HISTORY ' delimited by size
                  hists-run-date delimited by size
               into ws-fld-source (1)
           end-string
           move ws-fld-source (1) to ws-fld-source (2)
               ws-fld-source (3) ws-fld-source (4)
           add 1 to ws-posting-count
           .

      * An audit line whose new value the key already holds has been
      * reflected already and is passed over.  One whose before-value
      * is not what the rebuild holds means the journals disagree; the
      * journaled value is still taken, since it is the last word on
      * the field, but the break is reported.
       apply-audit-entry.
           move auds-run-timestamp to ws-event-stamp
           if auds-field-name = 'KEY ADDED'
               perform apply-key-added
           else
               perform find-field-slot
               if field-slot-is-found
                   perform apply-field-change
               else
                   add 1 to ws-ignored-count
               end-if
           end-if
           .

       apply-key-added.
           if key-is-present
               move 'ADD JOURNALED FOR A KEY ALREADY PRESENT'
                   to ws-break-text
               perform write-key-break
           else
               add 1 to ws-added-count
           end-if
           set key-is-present to true
           move spaces to ws-fld-value (1) ws-fld-value (2)
               ws-fld-value (3) ws-fld-value (4) ws-fld-value (5)
           .

       apply-field-change.
           if not key-is-present
               move 'CHANGE JOURNALED FOR A KEY NOT ON BACKUP'
                   to ws-break-text
               perform write-key-break
               set key-is-present to true
           end-if
           evaluate true
               when ws-fld-value (ws-field-index) = auds-new-value
                   add 1 to ws-reflected-count
               when ws-fld-value (ws-field-index) = auds-old-value
                   perform take-audit-value
               when other
                   move spaces to ws-break-text
                   string 'AUDIT BEFORE-VALUE DISAGREES -- '
                           delimited by size
                          auds-field-name delimited by space
                       into ws-break-text
                   end-string
                   perform write-key-break
                   perform take-audit-value
           end-evaluate
           .

       take-audit-value.
           move auds-new-value to ws-fld-value (ws-field-index)
           move spaces to ws-fld-source (ws-field-index)
           string 'AUDIT ' delimited by size
                  auds-run-timestamp delimited by size
               into ws-fld-source (ws-field-index)
           end-string
           add 1 to ws-change-count
           .

       find-field-slot.
           move 'N' to ws-field-found-switch
           move zero to ws-field-index
           perform scan-field-table
               until field-slot-is-found
               or ws-field-index not < 5
           .

       scan-field-table.
           add 1 to ws-field-index
           if ws-fld-name (ws-field-index) = auds-field-name
               set field-slot-is-found to true
           end-if
           .

       write-key-break.
           move ws-event-stamp to pitrp-break-ref
           perform write-break-line
           .

       write-break-line.
           move ws-break-text to pitrp-break-text
           move ws-pitrp-break-line to std-pit-report-record
           write std-pit-report-record
           add 1 to ws-break-count
           display 'BREAK -- ' pitrp-break-ref ' ' ws-break-text
           .

      * The rebuilt key goes out in the backup layout and onto the
      * report one field per line with the source of its value.
       write-rebuilt-image.
           move spaces to std-pit-backup-record
           move 'D' to pitbk-record-type
           move ws-current-key to std-num of pitbk-detail-record
           move ws-fld-value (1) to std-name of pitbk-detail-record
           move ws-fld-value (2) to std-percent of pitbk-detail-record
           move ws-fld-value (3) to std-comment of pitbk-detail-record
           move ws-fld-value (4) to std-amount of pitbk-detail-record
           move ws-fld-value (5) to std-status of pitbk-detail-record
           write std-pit-backup-record
           add 1 to ws-written-count
           move std-amount of pitbk-detail-record to ws-amount-raw
           if ws-amount-raw is not numeric
               move zero to ws-amount-num
           end-if
           add ws-amount-num to ws-hash-total
           move zero to ws-field-index
           perform write-one-field-line
               until ws-field-index not < 5
           .

       write-one-field-line.
           add 1 to ws-field-index
           move ws-fld-name (ws-field-index) to pitrp-field-name
           move ws-fld-value (ws-field-index) to pitrp-field-value
           move ws-fld-source (ws-field-index) to pitrp-field-source
           move ws-pitrp-field-line to std-pit-report-record
           write std-pit-report-record
           .

       write-section-line.
           move ws-pitrp-section-line to std-pit-report-record
           write std-pit-report-record
           .

       write-result-line.
           move ws-pitrp-result-line to std-pit-report-record
           write std-pit-report-record
           .

       write-count-line.
           move ws-pitrp-count-line to std-pit-report-record
           write std-pit-report-record
           .

       finalize-run.
           move spaces to std-pit-backup-record
           move 'T' to pitbk-record-type
           move ws-written-count to pitbk-record-count
           move ws-hash-total to pitbk-hash-total
           write std-pit-backup-record
           move 'KEYS REBUILT: ' to pitrp-count-label
           move ws-written-count to pitrp-count-value
           perform write-count-line
           move 'KEYS FROM BACKUP: ' to pitrp-count-label
           move ws-from-backup-count to pitrp-count-value
           perform write-count-line
           move 'KEYS ADDED SINCE BACKUP: ' to pitrp-count-label
           move ws-added-count to pitrp-count-value
           perform write-count-line
           move 'POSTINGS REPLAYED: ' to pitrp-count-label
           move ws-posting-count to pitrp-count-value
           perform write-count-line
           move 'POSTINGS NOT ON MASTER: ' to pitrp-count-label
           move ws-notmast-posting-count to pitrp-count-value
           perform write-count-line
           move 'RELEASES FROM AUDIT: ' to pitrp-count-label
           move ws-released-posting-count to pitrp-count-value
           perform write-count-line
           move 'AUDIT CHANGES REPLAYED: ' to pitrp-count-label
           move ws-change-count to pitrp-count-value
           perform write-count-line
           move 'AUDIT ALREADY REFLECTED: ' to pitrp-count-label
           move ws-reflected-count to pitrp-count-value
           perform write-count-line
           move 'AUDIT LINES NOT REPLAYED: ' to pitrp-count-label
           move ws-ignored-count to pitrp-count-value
           perform write-count-line
           move 'BREAKS: ' to pitrp-count-label
           move ws-break-count to pitrp-count-value
           perform write-count-line
           if ws-break-count = zero
               move 'NO BREAKS -- IMAGE PROVED AGAINST THE JOURNALS'
                   to pitrp-result-text
           else
               move 'BREAKS FOUND -- IMAGE NOT PROVED, REVIEW EACH'
                   to pitrp-result-text
           end-if
           perform write-result-line
           close std-backup-file.
           close std-hist-sorted-file.
           close std-audit-sorted-file.
           close std-pit-backup-file.
           close std-pit-report-file.
           display 'KEYS REBUILT: ' ws-written-count
           display 'POSTINGS REPLAYED: ' ws-posting-count
           display 'POSTINGS NOT ON MASTER: ' ws-notmast-posting-count
           display 'RELEASES FROM AUDIT: '
               ws-released-posting-count
           display 'AUDIT CHANGES REPLAYED: ' ws-change-count
           display 'BREAKS: ' ws-break-count
           display 'IMAGE AS OF ' ws-as-of-date ' WRITTEN TO STDPITBK'
           .
