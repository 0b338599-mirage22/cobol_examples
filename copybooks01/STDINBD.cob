      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Inbound return of the planning extract.  The planning group
      * loads the STDXTF extract, works its figures, and sends the
      * file back as STDXTFR in the same delimited layout -- the
      * header still carrying the date of the extract it started
      * from, and its own trailer count and amount control total.
      * The whole file is proved against that trailer first; a file
      * that does not prove is refused outright and nothing on it is
      * looked at.  Each line is then compared with STD-MASTER, and
      * where any of STD-NAME, STD-PERCENT, STD-COMMENT or STD-AMOUNT
      * differs, one 'C' change transaction is appended to STDMTXN,
      * carrying the returned value for each field that differs and
      * leaving blank each that does not, so the maintenance run
      * changes -- and journals -- only what planning actually
      * changed, and a posting made while the transaction waits for
      * approval is not put back the way it was.  The transactions
      * are signed with this program's name as the maker and wait for
      * a second user in the approval program like any clerk's.  A
      * line is rejected, with the edit run's own reason codes where
      * one fits, when its key is blank, not on the master or closed,
      * when its percent or amount would fail the daily edit, when its
      * name or comment is blank, when the key appears twice on the
      * file, or when the master has been posted to or maintained for
      * that key after the extract was taken -- the returned figures
      * were worked from values that no longer stand, and applying
      * them would overwrite a newer change.  Every line is listed on
      * the STDINRPT reconciliation report as applied, skipped (no
      * difference) or rejected, and the three counts are proved to
      * add back to the trailer count.
       identification division.
       program-id. STDINBD.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-return-file assign to "STDXTFR"
               organization is line sequential
               file status is ws-xtfr-status.
           select std-master-file assign to "STDMAST"
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-history-file assign to "STDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select std-audit-file assign to "STDAUDIT"
               organization is line sequential
               file status is ws-audit-status.
           select std-maint-trans-file assign to "STDMTXN"
               organization is line sequential
               file status is ws-mtxn-status.
           select std-inbound-report-file assign to "STDINRPT"
               organization is line sequential
               file status is ws-inrpt-status.

       data division.
       file section.
       fd  std-return-file
           label records are standard.
       01  std-return-record           pic x(60).

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

       fd  std-audit-file
           label records are standard.
       01  std-audit-record.
           05  aud-run-timestamp       pic x(14).
           05  aud-std-num             pic x(05).
           05  aud-field-name          pic x(15).
           05  aud-old-value           pic x(20).
           05  aud-new-value           pic x(20).
           05  aud-approver-id         pic x(08).

       fd  std-maint-trans-file
           label records are standard.
       01  std-maint-trans-record.
           copy 'stdmtxn.cpy'.

       fd  std-inbound-report-file
           label records are standard.
       01  std-inbound-report-record   pic x(132).

       working-storage section.
       77  ws-xtfr-status              pic x(02) value '00'.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-hist-status              pic x(02) value '00'.
       77  ws-audit-status             pic x(02) value '00'.
       77  ws-mtxn-status              pic x(02) value '00'.
       77  ws-inrpt-status             pic x(02) value '00'.
       77  ws-xtfr-eof-switch          pic x(01) value 'N'.
           88  xtfr-eof                            value 'Y'.
       77  ws-hist-eof-switch          pic x(01) value 'N'.
           88  hist-eof                            value 'Y'.
       77  ws-audit-eof-switch         pic x(01) value 'N'.
           88  audit-eof                           value 'Y'.
       77  ws-header-seen-switch       pic x(01) value 'N'.
           88  header-was-seen                     value 'Y'.
       77  ws-trailer-seen-switch      pic x(01) value 'N'.
           88  trailer-was-seen                    value 'Y'.
       77  ws-file-proved-switch       pic x(01) value 'N'.
           88  file-is-proved                      value 'Y'.
       77  ws-line-valid-switch        pic x(01) value 'N'.
           88  line-is-valid                       value 'Y'.
       77  ws-key-found-switch         pic x(01) value 'N'.
           88  key-is-found                        value 'Y'.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-extract-date             pic x(08) value spaces.
       77  ws-own-program-name         pic x(08) value 'STDINBD'.
       77  ws-file-reason              pic x(50) value spaces.
       77  ws-detail-count             pic 9(08) comp value zero.
       77  ws-trailer-count            pic 9(08) value zero.
       77  ws-amount-total             pic 9(07)v9(02) value zero.
       77  ws-field-tally              pic 9(02) comp value zero.
       77  ws-percent-numeric          pic 9(03) value zero.
       77  ws-changed-count            pic 9(04) comp value zero.
       77  ws-seen-count               pic 9(04) comp value zero.
       77  ws-table-index              pic 9(04) comp value zero.
       77  ws-find-key                 pic x(05) value spaces.
       77  ws-reason-code              pic x(04) value spaces.
       77  ws-reason-text              pic x(40) value spaces.
       77  ws-disposition              pic x(10) value spaces.
       77  ws-applied-count            pic 9(08) comp value zero.
       77  ws-skipped-count            pic 9(08) comp value zero.
       77  ws-rejected-count           pic 9(08) comp value zero.
       77  ws-accounted-count          pic 9(08) comp value zero.
       77  ws-text-pointer             pic 9(02) comp value zero.

       01  ws-return-line              pic x(60).

      * One returned detail line broken out at its delimiters, in the
      * order the extract writes them.
       01  ws-in-fields.
           05  ws-in-std-num           pic x(05).
           05  ws-in-std-name          pic x(20).
           05  ws-in-std-percent       pic x(03).
           05  ws-in-std-comment       pic x(10).
           05  ws-in-amount-text.
               10  ws-in-amount-int    pic x(03).
               10  ws-in-amount-point  pic x(01).
               10  ws-in-amount-dec    pic x(02).

      * The returned amount put back into the raw five-byte shape the
      * master carries -- the same bytes STD-AMOUNT holds and the same
      * redefinition the extract converted it out through.
       01  ws-in-amount-raw.
           05  ws-in-raw-int           pic x(03).
           05  ws-in-raw-dec           pic x(02).
       01  ws-in-amount-num redefines ws-in-amount-raw
                                       pic 9(03)v9(02).

       01  ws-trailer-total-work.
           05  ws-ttw-int              pic x(07).
           05  ws-ttw-dec              pic x(02).
       01  ws-trailer-total redefines ws-trailer-total-work
                                       pic 9(07)v9(02).

      * Every key the master has been posted to or maintained for
      * since the extract date -- a returned line for one of these
      * is stale.
       01  ws-changed-table.
           05  ws-changed-key occurs 1000 times
                                       pic x(05).

      * Every key already dealt with on this file, so a second line
      * for the same key is caught.
       01  ws-seen-table.
           05  ws-seen-key occurs 1000 times
                                       pic x(05).

       01  ws-inrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(30)
                   value 'PLANNING RETURN RECONCILIATION'.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(14) value 'EXTRACT DATE: '.
           05  inrpt-extract-date      pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  inrpt-run-date          pic x(08).
           05  filler                  pic x(49) value spaces.

       01  ws-inrpt-detail-line.
           05  filler                  pic x(05) value spaces.
           05  inrpt-std-num           pic x(05).
           05  filler                  pic x(03) value spaces.
           05  inrpt-disposition       pic x(10).
           05  filler                  pic x(03) value spaces.
           05  inrpt-reason-code       pic x(04).
           05  filler                  pic x(01) value spaces.
           05  inrpt-reason-text       pic x(40).
           05  filler                  pic x(61) value spaces.

       01  ws-inrpt-message-line.
           05  filler                  pic x(05) value spaces.
           05  inrpt-message-text      pic x(60).
           05  filler                  pic x(67) value spaces.

       01  ws-inrpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  inrpt-count-label       pic x(26).
           05  inrpt-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform prove-return-file.
           if file-is-proved
               perform load-changed-keys
               perform open-apply-files
               perform apply-return-file
               perform write-reconciliation
               close std-master-file
               close std-maint-trans-file
           else
               move spaces to inrpt-message-text
               string 'FILE REFUSED -- ' delimited by size
                      ws-file-reason delimited by size
                   into inrpt-message-text
               end-string
               perform write-message-line
               display 'FILE REFUSED -- ' ws-file-reason
           end-if
           close std-inbound-report-file
           stop run
           .

       initialize-run.
           accept ws-run-date from date yyyymmdd
           open output std-inbound-report-file
           if ws-inrpt-status not = '00'
               display 'UNABLE TO OPEN STD-INBOUND-REPORT-FILE -- '
                   'STATUS ' ws-inrpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           .

      * ---- PASS ONE -- PROVE THE FILE ----
      * The header must come first and carry a date; the detail lines
      * are counted and their amounts totalled the way the extract
      * totalled them (an amount that will not convert counts as
      * zero, as the extract sends one), and the trailer must match
      * both figures.  A file with more lines than the duplicate-key
      * table holds is refused here, before anything is written,
      * since a repeated key past the table's end could not be
      * caught.
       prove-return-file.
           open input std-return-file
           if ws-xtfr-status not = '00'
               display 'UNABLE TO OPEN STD-RETURN-FILE -- STATUS '
                   ws-xtfr-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform prove-one-return-line until xtfr-eof
           close std-return-file
           move ws-extract-date to inrpt-extract-date
           move ws-run-date to inrpt-run-date
           move ws-inrpt-heading-line to std-inbound-report-record
           write std-inbound-report-record
           evaluate true
               when not header-was-seen
                   move 'NO HEADER RECORD FIRST ON THE FILE'
                       to ws-file-reason
               when ws-extract-date is not numeric
                   move 'HEADER CARRIES NO EXTRACT DATE'
                       to ws-file-reason
               when not trailer-was-seen
                   move 'NO TRAILER RECORD -- FILE IS INCOMPLETE'
                       to ws-file-reason
               when ws-trailer-count not = ws-detail-count
                   move 'TRAILER COUNT DOES NOT MATCH DETAIL LINES'
                       to ws-file-reason
               when ws-trailer-total not = ws-amount-total
                   move 'TRAILER TOTAL DOES NOT MATCH DETAIL AMOUNTS'
                       to ws-file-reason
               when ws-detail-count > 1000
                   move 'MORE THAN 1000 LINES -- SEND IT IN PARTS'
                       to ws-file-reason
               when other
                   set file-is-proved to true
                   display 'RETURN FILE PROVED -- LINES '
                       ws-detail-count
           end-evaluate
           .

       prove-one-return-line.
           read std-return-file into ws-return-line
               at end
                   set xtfr-eof to true
               not at end
                   evaluate ws-return-line (1:1)
                       when 'H'
                           if ws-detail-count = zero
                               and not header-was-seen
                               set header-was-seen to true
                               move ws-return-line (2:8)
                                   to ws-extract-date
                           end-if
                       when 'T'
                           set trailer-was-seen to true
                           perform take-trailer-figures
                       when other
                           add 1 to ws-detail-count
                           perform split-detail-line
                           perform convert-returned-amount
                           if line-is-valid
                               add ws-in-amount-num to ws-amount-total
                           end-if
                   end-evaluate
           end-read
           .

      * The trailer is 'T', an eight-digit count, the delimiter, and
      * the control total as seven digits, a point and two decimals.
       take-trailer-figures.
           if ws-return-line (2:8) is numeric
               move ws-return-line (2:8) to ws-trailer-count
           else
               move 99999999 to ws-trailer-count
           end-if
           move ws-return-line (11:7) to ws-ttw-int
           move ws-return-line (19:2) to ws-ttw-dec
           if ws-trailer-total-work is not numeric
               or ws-return-line (18:1) not = '.'
               move 9999999.99 to ws-trailer-total
           end-if
           .

       split-detail-line.
           move spaces to ws-in-fields
           move zero to ws-field-tally
           unstring ws-return-line (2:59) delimited by '|'
               into ws-in-std-num ws-in-std-name ws-in-std-percent
                   ws-in-std-comment ws-in-amount-text
               tallying in ws-field-tally
           end-unstring
           .

       convert-returned-amount.
           move 'N' to ws-line-valid-switch
           move ws-in-amount-int to ws-in-raw-int
           move ws-in-amount-dec to ws-in-raw-dec
           if ws-in-amount-raw is numeric
               and ws-in-amount-point = '.'
               set line-is-valid to true
           end-if
           .

      * ---- STALE-LINE CHECK ----
      * Anything journaled against a key after the extract date --
      * a daily posting on the history file or a maintenance, inquiry
      * or release change on the audit file -- means the master no
      * longer holds what planning was sent.  The extract is run at
      * the close of its day, so the extract date itself is not
      * counted.  A journal that is not there contributes nothing.
       load-changed-keys.
           open input std-history-file
           if ws-hist-status = '00'
               perform note-one-history-change until hist-eof
               close std-history-file
           else
               display 'NO HISTORY FILE -- STATUS ' ws-hist-status
           end-if
           open input std-audit-file
           if ws-audit-status = '00'
               perform note-one-audit-change until audit-eof
               close std-audit-file
           else
               display 'NO AUDIT FILE -- STATUS ' ws-audit-status
           end-if
           display 'KEYS CHANGED SINCE EXTRACT: ' ws-changed-count
           .

       note-one-history-change.
           read std-history-file
               at end
                   set hist-eof to true
               not at end
                   if hist-run-date > ws-extract-date
                       move std-num of std-history-record
                           to ws-find-key
                       perform note-changed-key
                   end-if
           end-read
           .

       note-one-audit-change.
           read std-audit-file
               at end
                   set audit-eof to true
               not at end
                   if aud-run-timestamp (1:8) > ws-extract-date
                       and aud-field-name not = 'BATCH OVERRIDE'
                       move aud-std-num to ws-find-key
                       perform note-changed-key
                   end-if
           end-read
           .

      * More changed keys than the table holds means the extract is
      * too old to reconcile against at all; the run stops rather
      * than let a stale line through unchecked.
       note-changed-key.
           move 'N' to ws-key-found-switch
           move zero to ws-table-index
           perform scan-changed-table
               until key-is-found
               or ws-table-index not < ws-changed-count
           if not key-is-found
               if ws-changed-count < 1000
                   add 1 to ws-changed-count
                   move ws-find-key to ws-changed-key (ws-changed-count)
               else
                   display 'MORE THAN 1000 KEYS CHANGED SINCE THE '
                       'EXTRACT -- TAKE A FRESH EXTRACT'
                   display 'RUN ABORTED'
                   stop run
               end-if
           end-if
           .

       scan-changed-table.
           add 1 to ws-table-index
           if ws-changed-key (ws-table-index) = ws-find-key
               set key-is-found to true
           end-if
           .

      * ---- PASS TWO -- APPLY ----
       open-apply-files.
           open input std-master-file
           if ws-mast-status not = '00'
               display 'UNABLE TO OPEN STD-MASTER-FILE -- STATUS '
                   ws-mast-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-maint-trans-file
           if ws-mtxn-status = '35'
               open output std-maint-trans-file
           end-if
           if ws-mtxn-status not = '00'
               display 'UNABLE TO OPEN STD-MAINT-TRANS-FILE -- STATUS '
                   ws-mtxn-status
               display 'RUN ABORTED'
               stop run
           end-if
           .

       apply-return-file.
           open input std-return-file
           if ws-xtfr-status not = '00'
               display 'UNABLE TO OPEN STD-RETURN-FILE -- STATUS '
                   ws-xtfr-status
               display 'RUN ABORTED'
               stop run
           end-if
           move 'N' to ws-xtfr-eof-switch
           perform apply-one-return-line until xtfr-eof
           close std-return-file
           .

       apply-one-return-line.
           read std-return-file into ws-return-line
               at end
                   set xtfr-eof to true
               not at end
                   if ws-return-line (1:1) not = 'H'
                       and ws-return-line (1:1) not = 'T'
                       perform split-detail-line
                       perform edit-returned-line
                       if line-is-valid
                           perform compare-with-master
                       else
                           perform reject-returned-line
                       end-if
                   end-if
           end-read
           .

      * The checks run in order and the first failure is the reason
      * given.  The edit run's own codes are used where the check is
      * the edit run's own.
       edit-returned-line.
           move spaces to ws-reason-code
           move spaces to ws-reason-text
           evaluate true
               when ws-return-line (1:1) not = 'D'
                   or ws-field-tally not = 5
                   move 'E014' to ws-reason-code
                   move 'LINE NOT IN EXTRACT LAYOUT' to ws-reason-text
               when ws-in-std-num = spaces
                   move 'E001' to ws-reason-code
                   move 'STD-NUM IS BLANK' to ws-reason-text
               when ws-in-std-percent is not numeric
                   move 'E002' to ws-reason-code
                   move 'STD-PERCENT NOT NUMERIC' to ws-reason-text
               when ws-in-std-name = spaces
                   move 'E004' to ws-reason-code
                   move 'STD-NAME IS BLANK' to ws-reason-text
               when ws-in-std-comment = spaces
                   move 'E005' to ws-reason-code
                   move 'STD-COMMENT IS BLANK' to ws-reason-text
               when other
                   continue
           end-evaluate
           if ws-reason-code = spaces
               move ws-in-std-percent to ws-percent-numeric
               if ws-percent-numeric > 100
                   move 'E003' to ws-reason-code
                   move 'STD-PERCENT OUT OF RANGE' to ws-reason-text
               end-if
           end-if
           if ws-reason-code = spaces
               perform convert-returned-amount
               if not line-is-valid
                   move 'E006' to ws-reason-code
                   move 'STD-AMOUNT NOT NUMERIC' to ws-reason-text
               end-if
           end-if
           if ws-reason-code = spaces
               perform check-duplicate-line
           end-if
           if ws-reason-code = spaces
               perform check-against-master
           end-if
           if ws-reason-code = spaces
               set line-is-valid to true
           else
               move 'N' to ws-line-valid-switch
           end-if
           .

       check-duplicate-line.
           move ws-in-std-num to ws-find-key
           move 'N' to ws-key-found-switch
           move zero to ws-table-index
           perform scan-seen-table
               until key-is-found
               or ws-table-index not < ws-seen-count
           if key-is-found
               move 'E013' to ws-reason-code
               move 'KEY APPEARS TWICE ON THE FILE'
                   to ws-reason-text
           else
               if ws-seen-count < 1000
                   add 1 to ws-seen-count
                   move ws-in-std-num to ws-seen-key (ws-seen-count)
               else
                   display 'MORE THAN 1000 KEYS ON THE FILE -- '
                       'DUPLICATES CANNOT BE CHECKED'
                   display 'RUN ABORTED'
                   stop run
               end-if
           end-if
           .

       scan-seen-table.
           add 1 to ws-table-index
           if ws-seen-key (ws-table-index) = ws-find-key
               set key-is-found to true
           end-if
           .

       check-against-master.
           move ws-in-std-num to std-num of std-master-record
           read std-master-file
               key is std-num of std-master-record
               invalid key
                   move 'E011' to ws-reason-code
                   move 'STD-NUM NOT ON STD-MASTER' to ws-reason-text
               not invalid key
                   if std-is-closed of std-master-record
                       move 'E007' to ws-reason-code
                       move 'STD-NUM IS CLOSED' to ws-reason-text
                   else
                       move ws-in-std-num to ws-find-key
                       move 'N' to ws-key-found-switch
                       move zero to ws-table-index
                       perform scan-changed-table
                           until key-is-found
                           or ws-table-index not < ws-changed-count
                       if key-is-found
                           move 'E012' to ws-reason-code
                           move 'MASTER CHANGED SINCE THE EXTRACT'
                               to ws-reason-text
                       end-if
                   end-if
           end-read
           .

      * The master record read by the edit is still in the buffer.
      * The transaction starts as the master's own image and takes
      * the returned value only for a field that differs, with the
      * differing fields named on the report line.
       compare-with-master.
           move spaces to std-maint-trans-record
           move 'C' to mtxn-trans-code
           move ws-in-std-num to mtxn-std-num
           move spaces to ws-reason-text
           move 1 to ws-text-pointer
           if ws-in-std-name not = std-name of std-master-record
               move ws-in-std-name to mtxn-std-name
               string 'NAME ' delimited by size
                   into ws-reason-text with pointer ws-text-pointer
               end-string
           end-if
           if ws-in-std-percent not = std-percent of std-master-record
               move ws-in-std-percent to mtxn-std-percent
               string 'PERCENT ' delimited by size
                   into ws-reason-text with pointer ws-text-pointer
               end-string
           end-if
           if ws-in-std-comment not = std-comment of std-master-record
               move ws-in-std-comment to mtxn-std-comment
               string 'COMMENT ' delimited by size
                   into ws-reason-text with pointer ws-text-pointer
               end-string
           end-if
           if ws-in-amount-raw not = std-amount of std-master-record
               move ws-in-amount-raw to mtxn-std-amount
               string 'AMOUNT ' delimited by size
                   into ws-reason-text with pointer ws-text-pointer
               end-string
           end-if
           move spaces to ws-reason-code
           if ws-reason-text = spaces
               add 1 to ws-skipped-count
               move 'SKIPPED' to ws-disposition
               move 'NO DIFFERENCE FROM STD-MASTER' to ws-reason-text
           else
               move ws-own-program-name to mtxn-maker-id
               move ws-run-date to mtxn-keyed-date
               write std-maint-trans-record
               add 1 to ws-applied-count
               move 'APPLIED' to ws-disposition
           end-if
           perform write-detail-line
           .

       reject-returned-line.
           add 1 to ws-rejected-count
           move 'REJECTED' to ws-disposition
           display 'REJECTED -- ' ws-in-std-num ' ' ws-reason-code
               ' ' ws-reason-text
           perform write-detail-line
           .

       write-detail-line.
           move ws-in-std-num to inrpt-std-num
           move ws-disposition to inrpt-disposition
           move ws-reason-code to inrpt-reason-code
           if ws-disposition = 'APPLIED'
               move spaces to inrpt-reason-text
               string 'CHANGED: ' delimited by size
                      ws-reason-text delimited by size
                   into inrpt-reason-text
               end-string
           else
               move ws-reason-text to inrpt-reason-text
           end-if
           move ws-inrpt-detail-line to std-inbound-report-record
           write std-inbound-report-record
           .

       write-message-line.
           move ws-inrpt-message-line to std-inbound-report-record
           write std-inbound-report-record
           .

       write-count-line.
           move ws-inrpt-count-line to std-inbound-report-record
           write std-inbound-report-record
           .

      * Every line on the file is accounted for exactly once, and the
      * three dispositions must add back to the trailer's count.
       write-reconciliation.
           move 'TRAILER COUNT: ' to inrpt-count-label
           move ws-trailer-count to inrpt-count-value
           perform write-count-line
           move 'LINES APPLIED: ' to inrpt-count-label
           move ws-applied-count to inrpt-count-value
           perform write-count-line
           move 'LINES SKIPPED: ' to inrpt-count-label
           move ws-skipped-count to inrpt-count-value
           perform write-count-line
           move 'LINES REJECTED: ' to inrpt-count-label
           move ws-rejected-count to inrpt-count-value
           perform write-count-line
           add ws-applied-count ws-skipped-count ws-rejected-count
               giving ws-accounted-count
           if ws-accounted-count = ws-trailer-count
               move 'ALL LINES ACCOUNTED FOR -- RECONCILED'
                   to inrpt-message-text
           else
               move 'LINES DO NOT ADD BACK TO THE TRAILER COUNT'
                   to inrpt-message-text
           end-if
           perform write-message-line
           display 'LINES APPLIED: ' ws-applied-count
           display 'LINES SKIPPED: ' ws-skipped-count
           display 'LINES REJECTED: ' ws-rejected-count
           if ws-applied-count > zero
               display 'CHANGES ADDED TO STDMTXN FOR APPROVAL'
           end-if
           .
