      * literals.  A change transaction journals the field's before
      * and after value to the audit file, since the master record
      * read back before the REWRITE is the only place the true prior
      * value is available; an add journals every field it brings in
      * against a blank before value, so the journal carries the
      * whole life of a key.  A delete no longer removes the record --
      * it marks the key closed, journaling the status change, so a
      * retired key keeps its history and the auditors can see when
      * and how it was retired instead of finding no trail at all.
      * Once the night's transactions are in, the postings the new-key
      * review approved are checked against the master -- any whose
      * key has now been added is written to STDNKRSB as a bare 'D'
      * detail for the feed merge to resubmit, so the department does
      * not have to send it again; any whose add has not applied yet
      * waits on STDNKWTN, cycled back in as the next run's STDNKWT,
      * and is listed on the STDMRPT maintenance report with how many
      * days it has waited; any whose add the approval program
      * refused (STDMAREF) goes to STDNKREF with reason E010 instead,
      * for the next daily run to return on the department's
      * acknowledgment feed, since that add is never coming.
      * No transaction applies on one person's say-so: each carries
      * the id of the clerk who keyed it and must carry the id of a
      * different user who approved it in the approval program -- and
      * that approval must be on STDMAPRV, the file only the approval
      * program adds to, exactly as approved.  An approver id with no
      * approval behind it is taken off and the transaction treated as
      * not yet approved; each approval is used once and then cleared
      * from STDMAPRV.
      * Anything not yet approved is carried forward untouched onto
      * STDMTXNC, cycled back in as the next run's STDMTXN, and the
      * STDMRPT maintenance report lists every one of them with how
      * many days it has waited; the approver's id goes onto every
      * audit line an approved transaction writes.  A transaction with
      * no maker id at all cannot be proved to be anyone's and is
      * rejected -- except one swept off a pending file written before
      * transactions carried a maker, which is signed with this
      * program's name and carried forward for a second user to
      * approve like any other, rather than lost.  An add or a name
      * change that leaves two active keys carrying the same STD-NAME
      * still applies, but is flagged on the maintenance report, found
      * through the master's alternate name index, so a duplicate is a
      * decision and not an accident.
       identification division.
       program-id. STDMAINT.
       author. Miro Wengner
           select std-master-file assign to "STDMAST"
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-maint-trans-file assign to "STDMTXN"
               organization is line sequential
           select std-pending-out-file assign to "STDPENDN"
               organization is line sequential
               file status is ws-pendn-status.
           select std-unapproved-file assign to "STDMTXNC"
               organization is line sequential
               file status is ws-mtxnc-status.
           select std-maint-report-file assign to "STDMRPT"
               organization is line sequential
               file status is ws-mrpt-status.
           select std-waiting-file assign to "STDNKWT"
               organization is line sequential
               file status is ws-nkwt-status.
           select std-waiting-out-file assign to "STDNKWTN"
               organization is line sequential
               file status is ws-nkwtn-status.
           select std-new-key-resub-file assign to "STDNKRSB"
               organization is line sequential
               file status is ws-nkrsb-status.
           select std-refused-add-file assign to "STDMAREF"
               organization is line sequential
               file status is ws-maref-status.
           select std-refusal-file assign to "STDNKREF"
               organization is line sequential
               file status is ws-nkref-status.
           select std-approval-file assign to "STDMAPRV"
               organization is line sequential
               file status is ws-maprv-status.
           select std-run-control-file assign to "STDRUNCT"
               organization is line sequential
               file status is ws-runct-status.
       fd  std-maint-trans-file
           label records are standard.
       01  std-maint-trans-record.
           copy 'stdmtxn.cpy'.

      * One line per field that actually changed on a change
      * transaction -- the trail back to why a given STD-NUM's data
           05  aud-field-name          pic x(15).
           05  aud-old-value           pic x(20).
           05  aud-new-value           pic x(20).
           05  aud-approver-id         pic x(08).

      * Transactions dated in the future wait here between runs --
      * the same image as the maintenance transaction itself.  Each
      * STDPENDN is cycled back in as the next run's STDPEND.
       fd  std-pending-file
           label records are standard.
       01  std-pending-record          pic x(76).

       fd  std-pending-out-file
           label records are standard.
       01  std-pending-out-record      pic x(76).

      * Transactions still awaiting a second user's approval, carried
      * forward whole -- read back at end of run for the outstanding
      * approvals section of the maintenance report.
       fd  std-unapproved-file
           label records are standard.
       01  std-unapproved-record.
           05  unap-trans-code         pic x(01).
           05  unap-std-num            pic x(05).
           05  filler                  pic x(46).
           05  unap-maker-id           pic x(08).
           05  unap-keyed-date         pic x(08).
           05  unap-approver-id        pic x(08).

       fd  std-maint-report-file
           label records are standard.
       01  std-maint-report-record     pic x(132).

      * Postings approved by the new-key review, each waiting for its
      * key's add to apply -- the queue image exactly as the daily run
      * captured it, with the batch it came in and the date received.
       fd  std-waiting-file
           label records are standard.
       01  std-waiting-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  newk-batch-id           pic x(08).
           05  newk-run-date           pic x(08).

      * The postings still waiting, read back at end of run for the
      * still-waiting section of the maintenance report.
       fd  std-waiting-out-file
           label records are standard.
       01  std-waiting-out-record.
           05  nkwo-std-num            pic x(05).
           05  filler                  pic x(38).
           05  nkwo-batch-id           pic x(08).
           05  nkwo-run-date           pic x(08).

      * Released postings in the daily transaction detail shape, a
      * bare 'D' record the feed merge wraps as its own batch.
       fd  std-new-key-resub-file
           label records are standard.
       01  std-new-key-resub-record.
           05  nkrsb-record-type       pic x(01).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

      * Adds the approval program refused, the transaction image as it
      * was offered -- read and emptied here.
       fd  std-refused-add-file
           label records are standard.
       01  std-refused-add-record.
           05  rfad-trans-code         pic x(01).
               88  rfad-is-add                     value 'A'.
           05  rfad-std-num            pic x(05).
           05  filler                  pic x(70).

      * Waiting postings whose add was refused, in the queue image plus
      * the reason code the department will see on its acknowledgment
      * -- the same refusal file the new-key review adds to.
       fd  std-refusal-file
           label records are standard.
       01  std-refusal-record.
           05  nkref-queue-image       pic x(59).
           05  nkref-reason-code       pic x(04).

      * Every transaction the approval program approved and this run
      * has not yet applied, exactly as approved -- read at startup and
      * written back at end of run without the ones used tonight.
       fd  std-approval-file
           label records are standard.
       01  std-approval-record         pic x(76).

      * The shared run-control file the whole daily cycle writes its
      * started/completed entries to -- this step will not start until
       77  ws-audit-status             pic x(02) value '00'.
       77  ws-pend-status              pic x(02) value '00'.
       77  ws-pendn-status             pic x(02) value '00'.
       77  ws-mtxnc-status             pic x(02) value '00'.
       77  ws-mrpt-status              pic x(02) value '00'.
       77  ws-nkwt-status              pic x(02) value '00'.
       77  ws-nkwtn-status             pic x(02) value '00'.
       77  ws-nkrsb-status             pic x(02) value '00'.
       77  ws-maref-status             pic x(02) value '00'.
       77  ws-nkref-status             pic x(02) value '00'.
       77  ws-maprv-status             pic x(02) value '00'.
       77  ws-maprv-eof-switch         pic x(01) value 'N'.
           88  maprv-eof                            value 'Y'.
       77  ws-approval-found-switch    pic x(01) value 'N'.
           88  approval-on-file                     value 'Y'.
       77  ws-approval-count           pic 9(04) comp value zero.
       77  ws-approval-index           pic 9(04) comp value zero.
       77  ws-approval-match           pic 9(04) comp value zero.
       77  ws-not-issued-count         pic 9(08) comp value zero.
       77  ws-runct-status             pic x(02) value '00'.
       77  ws-cyc-status               pic x(02) value '00'.
       77  ws-parm-status              pic x(02) value '00'.
           88  mtxn-eof                             value 'Y'.
       77  ws-pend-eof-switch          pic x(01) value 'N'.
           88  pend-eof                             value 'Y'.
       77  ws-mtxnc-eof-switch         pic x(01) value 'N'.
           88  mtxnc-eof                            value 'Y'.
       77  ws-nkwt-eof-switch          pic x(01) value 'N'.
           88  nkwt-eof                             value 'Y'.
       77  ws-nkwo-eof-switch          pic x(01) value 'N'.
           88  nkwo-eof                             value 'Y'.
       77  ws-maref-eof-switch         pic x(01) value 'N'.
           88  maref-eof                            value 'Y'.
       77  ws-add-refused-switch       pic x(01) value 'N'.
           88  add-was-refused                      value 'Y'.
       77  ws-refused-table-switch     pic x(01) value 'N'.
           88  refused-table-full                   value 'Y'.
       77  ws-refused-key-count        pic 9(04) comp value zero.
       77  ws-refused-key-index        pic 9(04) comp value zero.
       77  ws-pending-mode-switch      pic x(01) value 'N'.
           88  applying-from-pending                value 'Y'.
       77  ws-applied-count            pic 9(08) comp value zero.
       77  ws-pending-applied-count    pic 9(08) comp value zero.
       77  ws-still-pending-count      pic 9(08) comp value zero.
       77  ws-expired-count            pic 9(08) comp value zero.
       77  ws-unapproved-count         pic 9(08) comp value zero.
       77  ws-dup-name-count           pic 9(08) comp value zero.
       77  ws-name-changed-switch      pic x(01) value 'N'.
           88  name-was-changed                    value 'Y'.
       77  ws-dup-done-switch          pic x(01) value 'N'.
           88  dup-scan-done                       value 'Y'.
       77  ws-resubmitted-count        pic 9(08) comp value zero.
       77  ws-run-day-number           pic 9(08) comp value zero.
       77  ws-keyed-day-number         pic 9(08) comp value zero.
       77  ws-days-waiting             pic 9(05) value zero.
       77  ws-still-waiting-count      pic 9(08) comp value zero.
       77  ws-nk-refused-count         pic 9(08) comp value zero.
       77  ws-run-date-part            pic x(08) value spaces.
       77  ws-run-time-part            pic x(08) value spaces.
       77  ws-run-timestamp            pic x(14) value spaces.
       77  ws-new-status               pic x(01) value spaces.

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

      * Every key whose add the approval program refused since the
      * last run, so a posting waiting on one is sent back rather
      * than held for an add that will never apply.
       01  ws-refused-key-table.
           05  ws-refused-key occurs 500 times
                                       pic x(05).

      * The approvals on file, each marked once it is used, so one
      * approval can never apply two copies of a transaction.
       01  ws-approval-table.
           05  ws-approval-entry occurs 1000 times.
               10  ws-approval-image   pic x(76).
               10  ws-approval-used    pic x(01).

       01  ws-mrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(40)
                   value 'STD-MASTER MAINTENANCE REPORT'.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  mrpt-run-date           pic x(08).
           05  filler                  pic x(59) value spaces.

       01  ws-mrpt-section-line.
           05  filler                  pic x(05) value spaces.
           05  mrpt-section-title      pic x(40).
           05  filler                  pic x(87) value spaces.

       01  ws-mrpt-approval-line.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(06) value 'CODE: '.
           05  mrpt-trans-code         pic x(01).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value 'STD-NUM: '.
           05  mrpt-std-num            pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'KEYED BY: '.
           05  mrpt-maker-id           pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(07) value 'KEYED: '.
           05  mrpt-keyed-date         pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(05) value 'AGE: '.
           05  mrpt-days-waiting       pic zzzz9.
           05  filler                  pic x(05) value ' DAYS'.
           05  filler                  pic x(40) value spaces.

       01  ws-mrpt-waiting-line.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(09) value 'STD-NUM: '.
           05  mrpt-wait-std-num       pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(07) value 'BATCH: '.
           05  mrpt-wait-batch-id      pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value 'RECEIVED: '.
           05  mrpt-wait-run-date      pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(05) value 'AGE: '.
           05  mrpt-wait-days          pic zzzz9.
           05  filler                  pic x(05) value ' DAYS'.
           05  filler                  pic x(51) value spaces.

       01  ws-mrpt-warning-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(26)
                   value 'DUPLICATE NAME WARNING -- '.
           05  filler                  pic x(09) value 'STD-NUM: '.
           05  mrpt-warn-std-num       pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(06) value 'NAME: '.
           05  mrpt-warn-std-name      pic x(20).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(23)
                   value 'ALSO ACTIVE ON STD-NUM '.
           05  mrpt-warn-other-num     pic x(05).
           05  filler                  pic x(27) value spaces.

       01  ws-mrpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  mrpt-count-label        pic x(26).
           05  mrpt-count-value        pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform sweep-pending-file.
           perform apply-one-transaction until mtxn-eof.
           perform release-waiting-postings.
           perform finalize-run.
           stop run
           .
                  ws-run-time-part (1:6) delimited by size
               into ws-run-timestamp
           end-string
           move ws-run-date-part to ws-day-calc-date
           perform compute-day-number
           move ws-day-calc-number to ws-run-day-number
           accept ws-cmd-line from command-line
           if ws-cmd-line = 'OVERRIDE'
               set override-supplied to true
           end-if
           perform load-site-parameters
           perform check-run-control
           perform load-approval-file
           perform record-run-started
           open input std-maint-trans-file
           if ws-mtxn-status not = '00'
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-unapproved-file
           if ws-mtxnc-status not = '00'
               display 'UNABLE TO OPEN STD-UNAPPROVED-FILE -- STATUS '
                   ws-mtxnc-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-maint-report-file
           if ws-mrpt-status not = '00'
               display 'UNABLE TO OPEN STD-MAINT-REPORT-FILE -- '
                   'STATUS ' ws-mrpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date-part to mrpt-run-date
           move ws-mrpt-heading-line to std-maint-report-record
           write std-maint-report-record
           open output std-waiting-out-file
           if ws-nkwtn-status not = '00'
               display 'UNABLE TO OPEN STD-WAITING-OUT-FILE -- STATUS '
                   ws-nkwtn-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-new-key-resub-file
           if ws-nkrsb-status not = '00'
               display 'UNABLE TO OPEN STD-NEW-KEY-RESUB-FILE -- '
                   'STATUS ' ws-nkrsb-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-refusal-file
           if ws-nkref-status = '35'
               open output std-refusal-file
           end-if
           if ws-nkref-status not = '00'
               display 'UNABLE TO OPEN STD-REFUSAL-FILE -- STATUS '
                   ws-nkref-status
               display 'RUN ABORTED'
               stop run
           end-if
           .

      * A missing approval file simply means nothing is approved.  More
      * approvals than the table takes would leave some unchecked and
      * then lost when the file is written back, so the run is
      * refused instead.
       load-approval-file.
           open input std-approval-file
           if ws-maprv-status = '35'
               continue
           else
               if ws-maprv-status not = '00'
                   display 'UNABLE TO OPEN STD-APPROVAL-FILE -- STATUS '
                       ws-maprv-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform load-one-approval until maprv-eof
               close std-approval-file
           end-if
           .

       load-one-approval.
           read std-approval-file
               at end
                   set maprv-eof to true
               not at end
                   if ws-approval-count not < 1000
                       display 'MORE THAN 1000 APPROVALS ON FILE'
                       display 'RUN ABORTED'
                       stop run
                   end-if
                   add 1 to ws-approval-count
                   move std-approval-record
                       to ws-approval-image (ws-approval-count)
                   move 'N' to ws-approval-used (ws-approval-count)
           end-read
           .

      * The approvals still unused -- parked until effective, or not
      * yet cycled in -- are written back for the next run.
       write-back-approvals.
           open output std-approval-file
           if ws-maprv-status not = '00'
               display 'UNABLE TO REWRITE STD-APPROVAL-FILE -- STATUS '
                   ws-maprv-status
           else
               move zero to ws-approval-index
               perform write-back-one-approval
                   until ws-approval-index not < ws-approval-count
               close std-approval-file
           end-if
           .

       write-back-one-approval.
           add 1 to ws-approval-index
           if ws-approval-used (ws-approval-index) = 'N'
               move ws-approval-image (ws-approval-index)
                   to std-approval-record
               write std-approval-record
           end-if
           .

      * The site parameter file is picked over for this program's own
       record-run-completed.
           add ws-applied-count ws-rejected-count ws-parked-count
               ws-still-pending-count ws-expired-count
               ws-unapproved-count
               giving ws-runct-count
           move ws-own-program-name to run-program-name
           move ws-run-date-part to run-date
               move ws-run-date-part to cyc-run-date
               add ws-applied-count ws-rejected-count ws-parked-count
                   ws-still-pending-count ws-expired-count
                   ws-unapproved-count
                   giving cyc-read-count
               move zero to cyc-accepted-count
               move ws-rejected-count to cyc-rejected-count
           end-read
           .

      * Only an approved transaction goes any further -- one with no
      * maker is rejected outright, one not yet signed off by a second
      * user is carried forward for approval.  A pending entry with no
      * maker was parked before transactions carried one; it is signed
      * with this program's name and carried forward the same way, so
      * it still reaches a second user instead of being thrown away.
      * An approver id counts only when the approval behind it is on
      * STDMAPRV -- pending entries included, since an approval stays
      * on file until the transaction it covers is finally applied.
      * An approved transaction effective-dated in the future is
      * parked on the new pending file instead of applied; a blank
      * date means effective immediately, the way every transaction
      * behaved before the date was added to the layout.
       dispatch-one-transaction.
           if mtxn-maker-id = spaces
               and applying-from-pending
               move ws-own-program-name to mtxn-maker-id
               move spaces to mtxn-approver-id
               display 'PENDING ENTRY HAS NO MAKER ID -- '
                   mtxn-std-num ' -- SENT FOR APPROVAL'
           end-if
           move zero to ws-approval-match
           if mtxn-approver-id not = spaces
               perform find-approval
               if not approval-on-file
                   display 'APPROVAL NOT ON FILE -- ' mtxn-std-num
                       ' -- APPROVER ID ' mtxn-approver-id
                       ' IGNORED'
                   move spaces to mtxn-approver-id
                   add 1 to ws-not-issued-count
               end-if
           end-if
           if mtxn-maker-id = spaces
               display 'REJECTED -- ' mtxn-std-num
                   ' -- NO MAKER ID ON TRANSACTION'
               add 1 to ws-rejected-count
           else
               if mtxn-approver-id = spaces
                   or mtxn-approver-id = mtxn-maker-id
                   perform carry-unapproved-transaction
               else
                   perform dispatch-approved-transaction
               end-if
           end-if
           .

      * The approval must match the transaction byte for byte and not
      * have been used already tonight.
       find-approval.
           move 'N' to ws-approval-found-switch
           move zero to ws-approval-index
           perform scan-one-approval
               until ws-approval-index not < ws-approval-count
                   or approval-on-file
           if approval-on-file
               move ws-approval-index to ws-approval-match
           end-if
           .

       scan-one-approval.
           add 1 to ws-approval-index
           if ws-approval-image (ws-approval-index)
               = std-maint-trans-record
               and ws-approval-used (ws-approval-index) = 'N'
               set approval-on-file to true
           end-if
           .

      * A transaction arriving without a keyed date is stamped with
      * this run's date, so its age on the outstanding approvals
      * report counts from the first night it was seen.
       carry-unapproved-transaction.
           if mtxn-keyed-date = spaces
               move ws-run-date-part to mtxn-keyed-date
           end-if
           if mtxn-approver-id = mtxn-maker-id
               move spaces to mtxn-approver-id
           end-if
           move std-maint-trans-record to std-unapproved-record
           write std-unapproved-record
           add 1 to ws-unapproved-count
           display 'AWAITING APPROVAL -- ' mtxn-std-num
               ' KEYED BY ' mtxn-maker-id
           .

       dispatch-approved-transaction.
           if mtxn-effective-date not = spaces
               and mtxn-effective-date > ws-run-date-part
               perform park-pending-transaction
           else
               move 'Y' to ws-approval-used (ws-approval-match)
               evaluate true
                   when mtxn-is-add
                       perform add-master-record
                       to std-amount of std-master-record
                   move 'A' to std-status of std-master-record
                   write std-master-record
                   perform write-add-audit-entries
                   perform count-applied-transaction
                   perform check-duplicate-name
               not invalid key
                   display 'ADD REJECTED -- ' mtxn-std-num
                       ' ALREADY ON STD-MASTER'
      * Change -- the key must already exist on STD-MASTER.  The
      * record read back here still holds the prior values, so the
      * audit comparison runs before any field is overlaid with the
      * transaction's new value.  A field the transaction leaves blank
      * keeps the value the master holds tonight, the same convention
      * the correction file follows -- none of the four may be blank
      * on the master, so a blank can only mean "no change", and a
      * change that waited for approval cannot undo a posting made
      * in the meantime.
       change-master-record.
           move mtxn-std-num to std-num of std-master-record
           read std-master-file
                   end-if
                   perform count-expired-or-rejected
               not invalid key
                   perform keep-unchanged-fields
                   move 'N' to ws-name-changed-switch
                   if mtxn-std-name not = std-name of std-master-record
                       set name-was-changed to true
                   end-if
                   perform write-audit-entries
                   move mtxn-std-name to std-name of std-master-record
                   move mtxn-std-percent
                       to std-amount of std-master-record
                   rewrite std-master-record
                   perform count-applied-transaction
                   if name-was-changed
                       and std-is-active of std-master-record
                       perform check-duplicate-name
                   end-if
           end-read
           .

       keep-unchanged-fields.
           if mtxn-std-name = spaces
               move std-name of std-master-record to mtxn-std-name
           end-if
           if mtxn-std-percent = spaces
               move std-percent of std-master-record
                   to mtxn-std-percent
           end-if
           if mtxn-std-comment = spaces
               move std-comment of std-master-record
                   to mtxn-std-comment
           end-if
           if mtxn-std-amount = spaces
               move std-amount of std-master-record to mtxn-std-amount
           end-if
           .

      * Walks every master record filed under the name just stored
      * and warns once for each other active key already carrying
      * it.  The walk moves the master record area, so this is the
      * last thing done for the transaction.
       check-duplicate-name.
           move mtxn-std-name to std-name of std-master-record
           move 'N' to ws-dup-done-switch
           start std-master-file
               key is equal to std-name of std-master-record
               invalid key
                   set dup-scan-done to true
           end-start
           perform read-one-same-name until dup-scan-done
           .

       read-one-same-name.
           read std-master-file next
               at end
                   set dup-scan-done to true
               not at end
                   if std-name of std-master-record not = mtxn-std-name
                       set dup-scan-done to true
                   else
                       if std-num of std-master-record
                               not = mtxn-std-num
                           and std-is-active of std-master-record
                           perform write-duplicate-name-warning
                       end-if
                   end-if
           end-read
           .

       write-duplicate-name-warning.
           move mtxn-std-num to mrpt-warn-std-num
           move mtxn-std-name to mrpt-warn-std-name
           move std-num of std-master-record to mrpt-warn-other-num
           move ws-mrpt-warning-line to std-maint-report-record
           write std-maint-report-record
           add 1 to ws-dup-name-count
           display 'DUPLICATE NAME -- ' mtxn-std-num ' '
               mtxn-std-name ' ALSO ACTIVE ON '
               std-num of std-master-record
           .

      * Compares the transaction's incoming values against what was
      * just read back off STD-MASTER and journals a before/after
      * line for every field that actually changed -- a field left
      * blank has already taken the master's value and journals
      * nothing.
       write-audit-entries.
           if mtxn-std-name not = std-name of std-master-record
               move 'STD-NAME' to aud-field-name
               move mtxn-std-comment to aud-new-value
               perform write-one-audit-record
           end-if
           if mtxn-std-amount not = std-amount of std-master-record
               move 'STD-AMOUNT' to aud-field-name
               move std-amount of std-master-record to aud-old-value
               move mtxn-std-amount to aud-new-value
               perform write-one-audit-record
           end-if
           .

      * A new key is journaled whole -- a KEY ADDED line and then
      * every field it was added with, each against a blank before
      * value -- so the journal alone can bring the key into being
      * when the master is rebuilt as of a past date.
       write-add-audit-entries.
           move spaces to aud-old-value
           move 'KEY ADDED' to aud-field-name
           move 'ADDED' to aud-new-value
           perform write-one-audit-record
           move 'STD-NAME' to aud-field-name
           move mtxn-std-name to aud-new-value
           perform write-one-audit-record
           move 'STD-PERCENT' to aud-field-name
           move mtxn-std-percent to aud-new-value
           perform write-one-audit-record
           move 'STD-COMMENT' to aud-field-name
           move mtxn-std-comment to aud-new-value
           perform write-one-audit-record
           move 'STD-AMOUNT' to aud-field-name
           move mtxn-std-amount to aud-new-value
           perform write-one-audit-record
           move 'STD-STATUS' to aud-field-name
           move 'A' to aud-new-value
           perform write-one-audit-record
           .

       write-one-audit-record.
           move ws-run-timestamp to aud-run-timestamp
           move mtxn-std-num to aud-std-num
           move mtxn-approver-id to aud-approver-id
           write std-audit-record
           .

           perform count-applied-transaction
           .

      * The approved new-key postings are swept after every add the
      * run will apply has gone on, so a key added tonight releases
      * its waiting posting tonight.  A missing waiting file simply
      * means the review approved nothing.  The refused adds are
      * loaded first, so a posting whose key is still not on the
      * master can be told apart from one whose add was turned down.
       release-waiting-postings.
           perform load-refused-adds
           open input std-waiting-file
           if ws-nkwt-status = '35'
               display 'NO NEW-KEY WAITING FILE -- NOTHING RELEASED'
           else
               if ws-nkwt-status not = '00'
                   display 'UNABLE TO OPEN STD-WAITING-FILE -- STATUS '
                       ws-nkwt-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform release-one-waiting until nkwt-eof
               close std-waiting-file
           end-if
           .

       release-one-waiting.
           read std-waiting-file
               at end
                   set nkwt-eof to true
               not at end
                   move std-num of std-waiting-record
                       to std-num of std-master-record
                   read std-master-file
                       invalid key
                           perform hold-or-refuse-waiting
                       not invalid key
                           perform resubmit-waiting-posting
                   end-read
           end-read
           .

      * A missing refused-add file simply means nothing was refused.
      * The file is emptied once read, the way the daily run empties
      * the refusal file -- unless it held more refusals than the
      * table takes, when it is left whole for the next run.
       load-refused-adds.
           open input std-refused-add-file
           if ws-maref-status = '35'
               continue
           else
               if ws-maref-status not = '00'
                   display 'UNABLE TO OPEN STD-REFUSED-ADD-FILE -- '
                       'STATUS ' ws-maref-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform load-one-refused-add until maref-eof
               close std-refused-add-file
               if refused-table-full
                   display 'REFUSED ADD TABLE FULL -- STDMAREF KEPT '
                       'FOR THE NEXT RUN'
               else
                   open output std-refused-add-file
                   close std-refused-add-file
               end-if
           end-if
           .

       load-one-refused-add.
           read std-refused-add-file
               at end
                   set maref-eof to true
               not at end
                   if rfad-is-add
                       if ws-refused-key-count < 500
                           add 1 to ws-refused-key-count
                           move rfad-std-num
                               to ws-refused-key (ws-refused-key-count)
                       else
                           set refused-table-full to true
                       end-if
                   end-if
           end-read
           .

      * A posting whose key is still not on the master waits for its
      * add -- unless that add was refused, when the posting goes back
      * to its department as a refused new key.
       hold-or-refuse-waiting.
           move 'N' to ws-add-refused-switch
           move zero to ws-refused-key-index
           perform scan-one-refused-key
               until ws-refused-key-index not < ws-refused-key-count
                   or add-was-refused
           if add-was-refused
               move std-waiting-record to nkref-queue-image
               move 'E010' to nkref-reason-code
               write std-refusal-record
               add 1 to ws-nk-refused-count
               display 'NEW KEY POSTING REFUSED -- '
                   std-num of std-waiting-record
                   ' BATCH ' newk-batch-id
           else
               move std-waiting-record to std-waiting-out-record
               write std-waiting-out-record
               add 1 to ws-still-waiting-count
           end-if
           .

       scan-one-refused-key.
           add 1 to ws-refused-key-index
           if ws-refused-key (ws-refused-key-index)
               = std-num of std-waiting-record
               set add-was-refused to true
           end-if
           .

      * The posting goes back exactly as the department sent it; the
      * daily run rules on it against the new master record the same
      * as any other detail.
       resubmit-waiting-posting.
           move 'D' to nkrsb-record-type
           move corresponding std-waiting-record
               to std-new-key-resub-record
           write std-new-key-resub-record
           add 1 to ws-resubmitted-count
           display 'NEW KEY POSTING RESUBMITTED -- '
               std-num of std-waiting-record
               ' BATCH ' newk-batch-id
           .

      * The outstanding approvals section is read back off the carry-
      * forward file once it is complete, so it lists exactly what the
      * next run will see waiting -- and prints even when empty, the
      * proof that nothing is stuck.
       write-outstanding-approvals.
           move 'OUTSTANDING APPROVALS' to mrpt-section-title
           move ws-mrpt-section-line to std-maint-report-record
           write std-maint-report-record
           close std-unapproved-file
           open input std-unapproved-file
           if ws-mtxnc-status not = '00'
               display 'UNABLE TO REOPEN STD-UNAPPROVED-FILE -- '
                   'STATUS ' ws-mtxnc-status
           else
               perform write-one-outstanding until mtxnc-eof
               close std-unapproved-file
           end-if
           .

       write-one-outstanding.
           read std-unapproved-file
               at end
                   set mtxnc-eof to true
               not at end
                   move unap-keyed-date to ws-day-calc-date
                   perform compute-days-waiting
                   move unap-trans-code to mrpt-trans-code
                   move unap-std-num to mrpt-std-num
                   move unap-maker-id to mrpt-maker-id
                   move unap-keyed-date to mrpt-keyed-date
                   move ws-days-waiting to mrpt-days-waiting
                   move ws-mrpt-approval-line
                       to std-maint-report-record
                   write std-maint-report-record
           end-read
           .

      * The still-waiting section is read back off the waiting carry-
      * forward file the same way, so it lists exactly the new-key
      * postings the next run will hold, each with its batch, the day
      * it was received and how long it has waited for its add.
       write-still-waiting-postings.
           move 'NEW KEY POSTINGS STILL WAITING' to mrpt-section-title
           move ws-mrpt-section-line to std-maint-report-record
           write std-maint-report-record
           close std-waiting-out-file
           open input std-waiting-out-file
           if ws-nkwtn-status not = '00'
               display 'UNABLE TO REOPEN STD-WAITING-OUT-FILE -- '
                   'STATUS ' ws-nkwtn-status
           else
               perform write-one-still-waiting until nkwo-eof
               close std-waiting-out-file
           end-if
           .

       write-one-still-waiting.
           read std-waiting-out-file
               at end
                   set nkwo-eof to true
               not at end
                   move nkwo-run-date to ws-day-calc-date
                   perform compute-days-waiting
                   move nkwo-std-num to mrpt-wait-std-num
                   move nkwo-batch-id to mrpt-wait-batch-id
                   move nkwo-run-date to mrpt-wait-run-date
                   move ws-days-waiting to mrpt-wait-days
                   move ws-mrpt-waiting-line
                       to std-maint-report-record
                   write std-maint-report-record
           end-read
           .

      * Days from WS-DAY-CALC-DATE to the run date -- zero when the
      * date is missing or not yet past.
       compute-days-waiting.
           move zero to ws-days-waiting
           if ws-day-calc-date is numeric
               perform compute-day-number
               move ws-day-calc-number to ws-keyed-day-number
               if ws-run-day-number > ws-keyed-day-number
                   subtract ws-keyed-day-number
                       from ws-run-day-number
                       giving ws-days-waiting
               end-if
           end-if
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

       write-count-line.
           move ws-mrpt-count-line to std-maint-report-record
           write std-maint-report-record
           .

       write-maint-report-totals.
           move 'TRANSACTIONS APPLIED: ' to mrpt-count-label
           move ws-applied-count to mrpt-count-value
           perform write-count-line
           move 'TRANSACTIONS REJECTED: ' to mrpt-count-label
           move ws-rejected-count to mrpt-count-value
           perform write-count-line
           move 'PENDING APPLIED: ' to mrpt-count-label
           move ws-pending-applied-count to mrpt-count-value
           perform write-count-line
           move 'PARKED UNTIL EFFECTIVE: ' to mrpt-count-label
           move ws-parked-count to mrpt-count-value
           perform write-count-line
           move 'STILL PENDING: ' to mrpt-count-label
           move ws-still-pending-count to mrpt-count-value
           perform write-count-line
           move 'EXPIRED UNAPPLIED: ' to mrpt-count-label
           move ws-expired-count to mrpt-count-value
           perform write-count-line
           move 'AWAITING APPROVAL: ' to mrpt-count-label
           move ws-unapproved-count to mrpt-count-value
           perform write-count-line
           move 'DUPLICATE NAME WARNINGS: ' to mrpt-count-label
           move ws-dup-name-count to mrpt-count-value
           perform write-count-line
           .

       finalize-run.
           perform write-outstanding-approvals.
           perform write-still-waiting-postings.
           perform write-maint-report-totals.
           close std-maint-report-file.
           close std-maint-trans-file.
           close std-master-file.
           close std-audit-file.
           close std-pending-out-file.
           close std-new-key-resub-file.
           close std-refusal-file.
           perform write-back-approvals.
           perform record-cycle-statistics.
           perform record-run-completed.
           display 'TRANSACTIONS APPLIED: ' ws-applied-count.
           display 'PARKED UNTIL EFFECTIVE: ' ws-parked-count.
           display 'STILL PENDING: ' ws-still-pending-count.
           display 'EXPIRED UNAPPLIED: ' ws-expired-count
           display 'AWAITING APPROVAL: ' ws-unapproved-count
           display 'APPROVALS NOT ON FILE: ' ws-not-issued-count
           display 'DUPLICATE NAME WARNINGS: ' ws-dup-name-count
           display 'CYCLE STDMTXNC BACK IN AS THE NEXT STDMTXN'
           display 'NEW KEY POSTINGS RESUBMITTED: '
               ws-resubmitted-count
           display 'NEW KEY POSTINGS STILL WAITING: '
               ws-still-waiting-count
           display 'NEW KEY POSTINGS REFUSED: ' ws-nk-refused-count
           display 'CYCLE STDNKWTN BACK IN AS THE NEXT STDNKWT'
           .
