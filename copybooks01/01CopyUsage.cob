               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-run-control-file assign to "STDRUNCT"
               organization is line sequential
           select std-susp-report-file assign to "STDSRPT"
               organization is line sequential
               file status is ws-srpt-status.
           select std-new-key-file assign to "STDNEWK"
               organization is line sequential
               file status is ws-newk-status.
           select std-refusal-file assign to "STDNKREF"
               organization is line sequential
               file status is ws-nkref-status.
           select std-parm-file assign to "STDPARMS"
               organization is line sequential
               file status is ws-parm-status.
           select std-post-stage-file assign to "STDPSTG"
               organization is line sequential
               file status is ws-pstg-status.
           select std-post-sort-file assign to "STDPSWK".
           select std-post-sorted-file assign to "STDPSSO"
               organization is line sequential
               file status is ws-psso-status.
           select std-post-result-file assign to "STDPRES"
               organization is line sequential
               file status is ws-pres-status.
           select std-result-sort-file assign to "STDPRWK".
           select std-result-sorted-file assign to "STDPRSO"
               organization is line sequential
               file status is ws-prso-status.

       data division.
       file section.

      * The full STD-REC image plus a short reason code, for any
      * record that fails the edit checks instead of flowing through.
      * The resubmission count is the correction run's and goes out
      * blank; the batch the record arrived in rides along so a reject
      * that turns chronic can still be traced to its department.
       fd  std-rejects-file
           label records are standard.
       01  std-rejects-record.
           copy 'stdrecw.cpy'.
           05  rej-reason-code         pic x(04).
           05  rej-reason-text         pic x(30).
           05  rej-resub-count         pic x(02).
           05  rej-batch-id            pic x(08).

       fd  std-master-file.
       01  std-master-record.

      * Records arriving for a suspended STD-MASTER key wait here
      * instead of posting -- once the key is reactivated the held
      * release step posts them, oldest first.  The file accumulates
      * across runs: the release step cycles back whatever is still
      * waiting, and each day's held records are added behind it.
      * The batch the record arrived in rides along, so a held record
      * the release step finally rejects still names its department.
       fd  std-held-file
           label records are standard.
       01  std-held-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  held-run-date           pic x(08).
           05  held-batch-id           pic x(08).

      * A record whose incoming STD-AMOUNT lands outside the posting
      * tolerance waits here with the master value it would have
           label records are standard.
       01  std-susp-report-record      pic x(132).

      * A record for an STD-NUM with no master record is queued here
      * whole, with the batch it arrived in and the run date, for the
      * new-key review to approve or refuse -- an approved key's
      * posting is resubmitted once its add has applied, so the
      * department never has to send it twice.  The queue accumulates
      * across runs the same way the held file does.
       fd  std-new-key-file
           label records are standard.
       01  std-new-key-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  newk-batch-id           pic x(08).
           05  newk-run-date           pic x(08).

      * New keys the review refused, waiting to go back to the
      * department that sent them -- each one is returned on the next
      * run's acknowledgment feed under its original batch id, with
      * the refusal reason code, and the file is then emptied.
       fd  std-refusal-file
           label records are standard.
       01  std-refusal-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  nkref-batch-id          pic x(08).
           05  nkref-run-date          pic x(08).
           05  nkref-reason-code       pic x(04).

      * The site parameter file carrying the cycle's operational
      * knobs as keyword-value entries -- read at startup, never
      * written here.
       01  std-parm-record.
           copy 'stdparm.cpy'.

      * Sequential posting mode only.  Every detail record that clears
      * the edits is staged here with its position on the transaction
      * file, sorted on STD-NUM (position breaking ties, so two
      * postings to one key still apply in the order they arrived),
      * and applied in a single pass of the master.
       fd  std-post-stage-file
           label records are standard.
       01  std-post-stage-record.
           05  pstg-sequence           pic 9(08).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

       sd  std-post-sort-file.
       01  std-post-sort-record.
           05  psrt-sequence           pic 9(08).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

       fd  std-post-sorted-file
           label records are standard.
       01  std-post-sorted-record.
           05  psso-sequence           pic 9(08).
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.

      * What the master pass decided for each staged posting, with the
      * figures a suspense record needs, sorted back into transaction
      * file order so the outputs are written in exactly the order
      * random mode writes them.  The sorted-back file is kept after
      * the run, stamped with its run date -- a restart takes its
      * outcomes from it rather than passing the master again.
       fd  std-post-result-file
           label records are standard.
       01  std-post-result-record.
           05  pres-sequence           pic 9(08).
           05  pres-post-outcome       pic x(01).
           05  pres-master-amount      pic x(05).
           05  pres-diff-percent       pic 9(08)v9(02).
           05  pres-run-date           pic x(08).

       sd  std-result-sort-file.
       01  std-result-sort-record.
           05  prsw-sequence           pic 9(08).
           05  prsw-post-outcome       pic x(01).
           05  prsw-master-amount      pic x(05).
           05  prsw-diff-percent       pic 9(08)v9(02).
           05  prsw-run-date           pic x(08).

       fd  std-result-sorted-file
           label records are standard.
       01  std-result-sorted-record.
           05  prso-sequence           pic 9(08).
           05  prso-post-outcome       pic x(01).
           05  prso-master-amount      pic x(05).
           05  prso-diff-percent       pic 9(08)v9(02).
           05  prso-run-date           pic x(08).

       working-storage section.
       77  ws-tran-status              pic x(02) value '00'.
       77  ws-rpt-status               pic x(02) value '00'.
       77  ws-susp-status              pic x(02) value '00'.
       77  ws-srpt-status              pic x(02) value '00'.
       77  ws-parm-status              pic x(02) value '00'.
       77  ws-newk-status              pic x(02) value '00'.
       77  ws-nkref-status             pic x(02) value '00'.
       77  ws-nkref-eof-switch         pic x(01) value 'N'.
           88  nkref-eof                           value 'Y'.
       77  ws-nkref-batch-id           pic x(08) value spaces.
       77  ws-nkref-section-count      pic 9(08) comp value zero.
       77  ws-nkref-total-count        pic 9(08) comp value zero.
       77  ws-parm-eof-switch          pic x(01) value 'N'.
           88  parm-eof                            value 'Y'.
       77  ws-ack-disposition          pic x(18) value spaces.
       77  ws-leap-remainder-400       pic 9(04) comp value zero.
       77  ws-leap-year-switch         pic x(01) value 'N'.
           88  ws-year-is-leap                     value 'Y'.
       77  ws-pstg-status              pic x(02) value '00'.
       77  ws-psso-status              pic x(02) value '00'.
       77  ws-pres-status              pic x(02) value '00'.
       77  ws-prso-status              pic x(02) value '00'.
       77  ws-posting-mode             pic x(10) value 'RANDOM'.
           88  posting-is-random                   value 'RANDOM'.
           88  posting-is-sequential               value 'SEQUENTIAL'.
       77  ws-post-sequence            pic 9(08) value zero.
       77  ws-staged-count             pic 9(08) comp value zero.
       77  ws-outcome-skip-switch      pic x(01) value 'N'.
           88  outcome-skip-in-progress            value 'Y'.
       77  ws-psso-eof-switch          pic x(01) value 'N'.
           88  psso-eof                            value 'Y'.
       77  ws-prso-eof-switch          pic x(01) value 'N'.
           88  prso-eof                            value 'Y'.
       77  ws-master-pass-key          pic x(05) value low-values.
       77  ws-posting-start-clock      pic 9(08) comp value zero.
       77  ws-posting-end-clock        pic 9(08) comp value zero.
       77  ws-elapsed-clock            pic 9(08) comp value zero.
       77  ws-clock-total              pic 9(08) comp value zero.
       77  ws-clock-remainder          pic 9(08) comp value zero.

      * The time of day as ACCEPT ... FROM TIME returns it, and the
      * same four parts again for the elapsed time printed.
       01  ws-clock-time.
           05  ws-clock-hours          pic 9(02).
           05  ws-clock-minutes        pic 9(02).
           05  ws-clock-seconds        pic 9(02).
           05  ws-clock-hundredths     pic 9(02).

       01 STD-REC.
           COPY 'stdrecd.cpy'.
           05  rpt-batch-count         pic zzz,zzz,zz9.
           05  filler                  pic x(91) value spaces.

       01  ws-rpt-mode-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(25)
                   value 'POSTING MODE: '.
           05  rpt-posting-mode        pic x(10).
           05  filler                  pic x(92) value spaces.

       01  ws-rpt-elapsed-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(25)
                   value 'ELAPSED POSTING TIME: '.
           05  rpt-elapsed-hours       pic 9(02).
           05  filler                  pic x(01) value ':'.
           05  rpt-elapsed-minutes     pic 9(02).
           05  filler                  pic x(01) value ':'.
           05  rpt-elapsed-seconds     pic 9(02).
           05  filler                  pic x(01) value '.'.
           05  rpt-elapsed-hundredths  pic 9(02).
           05  filler                  pic x(91) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           if run-date-is-valid and restart-key-is-ok
               perform start-posting-clock
               if posting-is-sequential
                   if restart-skip-in-progress
                       perform reopen-saved-outcomes
                   else
                       perform stage-accepted-postings
                       perform apply-staged-postings
                   end-if
               end-if
               perform process-one-transaction until tran-eof
               perform stop-posting-clock
               perform finalize-run
           else
               if not run-date-is-valid
               close std-rejects-file
               close std-ack-file
               close std-held-file
               close std-new-key-file
               close std-suspense-file
               close std-susp-report-file
               close std-history-file
               display 'RUN ABORTED'
               stop run
           end-if
           if not restart-skip-in-progress
               perform return-refused-keys
           end-if
           open extend std-held-file
           if ws-held-status = '35'
               open output std-held-file
           end-if
           if ws-held-status not = '00'
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-new-key-file
           if ws-newk-status = '35'
               open output std-new-key-file
           end-if
           if ws-newk-status not = '00'
               display 'UNABLE TO OPEN STD-NEW-KEY-FILE -- STATUS '
                   ws-newk-status
               display 'RUN ABORTED'
               stop run
           end-if
           if restart-skip-in-progress
               open extend std-suspense-file
           else
           end-if
           .

      * New keys the review refused go back to their departments at
      * the head of the acknowledgment feed, one 'H'/'D'/'T' section
      * per run of refusals from the same batch, so each department
      * picks them out exactly the way it picks out its own batch.
      * The refusal file is only read here; it is emptied at end of
      * job, so a run that abends and is rerun from the top returns
      * the same refusals again on its fresh acknowledgment feed.  A
      * restarted run keeps the feed it had and does not come through
      * here, so nothing is returned twice.
       return-refused-keys.
           open input std-refusal-file
           if ws-nkref-status = '35'
               continue
           else
               if ws-nkref-status not = '00'
                   display 'UNABLE TO OPEN STD-REFUSAL-FILE -- STATUS '
                       ws-nkref-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform return-one-refusal until nkref-eof
               if ws-nkref-section-count > zero
                   perform close-refusal-section
               end-if
               close std-refusal-file
               display 'NEW KEY REFUSALS RETURNED: '
                   ws-nkref-total-count
           end-if
           .

       return-one-refusal.
           read std-refusal-file
               at end
                   set nkref-eof to true
               not at end
                   if nkref-batch-id not = ws-nkref-batch-id
                       or ws-nkref-section-count = zero
                       if ws-nkref-section-count > zero
                           perform close-refusal-section
                       end-if
                       move nkref-batch-id to ws-nkref-batch-id
                       move spaces to std-ack-record
                       move 'H' to ack-record-type
                       move ws-nkref-batch-id to ack-batch-id
                       move ws-date1 to ack-run-date
                       write std-ack-record
                   end-if
                   move spaces to std-ack-record
                   move 'D' to ack-record-type
                   move std-num of std-refusal-record to ack-std-num
                   move 'NEW KEY REFUSED' to ack-disposition
                   move nkref-reason-code to ack-reason-code
                   write std-ack-record
                   add 1 to ws-nkref-section-count
                   add 1 to ws-nkref-total-count
           end-read
           .

       close-refusal-section.
           move spaces to std-ack-record
           move 'T' to ack-record-type
           move 'NEW KEYS REFUSED' to ack-recon-result
           move ws-nkref-section-count to ack-record-count
           move ws-nkref-section-count to ack-reject-count
           write std-ack-record
           move zero to ws-nkref-section-count
           .

       abort-if-ckpt-open-failed.
           if ws-ckpt-status not = '00'
               display 'UNABLE TO OPEN STD-CHECKPOINT-FILE -- STATUS '
                                       ws-predecessor-name
                               end-if
                           end-if
                       when 'POSTING-MODE'
                           if parm-value = 'RANDOM'
                               or parm-value = 'SEQUENTIAL'
                               move parm-value to ws-posting-mode
                               display 'POSTING-MODE SET TO '
                                   ws-posting-mode
                           else
                               display 'POSTING-MODE INVALID'
                                   ' -- ' parm-value
                                   ' -- DEFAULT KEPT'
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read
           .

      * In sequential posting mode the master has already been
      * updated by the time the transaction file is read here; the
      * outcome the master pass decided for this record is taken in
      * place of the random read, and everything after it runs the
      * same code either way.
       handle-detail-record.
           add 1 to ws-post-sequence
           if restart-skip-in-progress
               perform check-restart-skip
           else
               add 1 to ws-batch-record-count
               perform edit-std-rec
               if record-is-valid
                   if posting-is-sequential
                       perform take-staged-outcome
                   else
                       perform post-to-std-master
                   end-if
                   evaluate true
                       when key-is-closed
                           display 'REJECTED ' std-num of std-rec
           move corresponding std-rec to std-rejects-record
           move ws-reason-code to rej-reason-code
           move ws-reason-text to rej-reason-text
           move spaces to rej-resub-count
           move ws-batch-id to rej-batch-id
           write std-rejects-record
           add 1 to ws-reject-count
           add 1 to ws-batch-reject-count
      * STD-NUM on STD-MASTER -- the same values the maintenance
      * change path would carry -- so the master no longer goes stale
      * the day a daily file arrives.  A key with no master record is
      * counted rather than added, and queued for the new-key review --
      * new keys still come on board only through the maintenance add
      * transaction, but the posting is no longer lost.  The master's
      * lifecycle status gates the posting: a closed key rejects the
      * record with its own reason code, a suspended key holds it
      * aside, and only an active key is overlaid.
       post-to-std-master.
           move std-num of std-rec to std-num of std-master-record
           read std-master-file
               invalid key
                   perform note-key-not-on-master
               not invalid key
                   perform decide-posting-outcome
                   if posting-was-posted
                       perform note-posting-applied
                   end-if
           end-read
           .

      * With the key's master record in hand, decides what becomes of
      * the posting and, for an active key inside tolerance, applies
      * it.  Shared by both posting modes, so the gate is the same
      * whichever way the master was reached.
       decide-posting-outcome.
           evaluate true
               when std-is-closed of std-master-record
                   perform note-key-is-closed
               when std-is-suspended of std-master-record
                   move 'S' to ws-post-outcome
               when other
                   perform check-posting-tolerance
                   if amount-is-out-of-tolerance
                       move 'T' to ws-post-outcome
                   else
                       perform overlay-master-record
                   end-if
           end-evaluate
           .

       note-key-not-on-master.
           display 'NOT ON STD-MASTER -- ' std-num of std-rec
               ' -- NOT POSTED'
           add 1 to ws-not-on-master-count
           move 'N' to ws-post-outcome
           move 'NOT ON STD-MASTER' to ws-ack-disposition
           perform write-ack-detail
           perform write-new-key-record
           .

       note-key-is-closed.
           move 'C' to ws-post-outcome
           move 'E007' to ws-reason-code
           move 'STD-NUM IS CLOSED' to ws-reason-text
           .

       overlay-master-record.
           move std-name of std-rec
               to std-name of std-master-record
           move std-amount of std-rec
               to std-amount of std-master-record
           rewrite std-master-record
           move 'P' to ws-post-outcome
           .

       note-posting-applied.
           add 1 to ws-posted-count
           move 'POSTED' to ws-ack-disposition
           perform write-ack-detail
           .

      * ---- SEQUENTIAL POSTING MODE ----
      * A first pass of the transaction file runs only the edits and
      * stages every record that clears them, numbered by its place
      * among the detail records.  Nothing but the stage file is
      * written; the transaction file is then reopened for the main
      * pass.
       stage-accepted-postings.
           open output std-post-stage-file
           if ws-pstg-status not = '00'
               display 'UNABLE TO OPEN STD-POST-STAGE-FILE -- STATUS '
                   ws-pstg-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform stage-one-transaction until tran-eof
           close std-post-stage-file
           close std-tran-file
           open input std-tran-file
           if ws-tran-status not = '00'
               display 'UNABLE TO OPEN STD-TRAN-FILE -- STATUS '
                   ws-tran-status
               display 'RUN ABORTED'
               stop run
           end-if
           move 'N' to ws-eof-switch
           move zero to ws-post-sequence
           display 'POSTINGS STAGED FOR MASTER PASS: ' ws-staged-count
           .

       stage-one-transaction.
           read std-tran-file
               at end
                   set tran-eof to true
               not at end
                   if not tran-is-header and not tran-is-trailer
                       add 1 to ws-post-sequence
                       move corresponding tran-detail-record
                           to std-rec
                       perform edit-std-rec
                       if record-is-valid
                           perform write-stage-record
                       end-if
                   end-if
           end-read
           .

       write-stage-record.
           move corresponding std-rec to std-post-stage-record
           move ws-post-sequence to pstg-sequence
           write std-post-stage-record
           add 1 to ws-staged-count
           .

      * The staged postings go through the sort on STD-NUM and are
      * matched against the master read forward once from the top --
      * the master pass makes exactly the decision the random read
      * would, through the same paragraphs, and rewrites in place.
      * The decisions are then sorted back into transaction file
      * order for the main pass to pick up.
       apply-staged-postings.
           sort std-post-sort-file
               on ascending key std-num of std-post-sort-record
                                psrt-sequence
               using std-post-stage-file
               giving std-post-sorted-file
           if sort-return not = zero
               display 'SORT FAILED -- RETURN CODE ' sort-return
               display 'RUN ABORTED'
               stop run
           end-if
           open input std-post-sorted-file
           if ws-psso-status not = '00'
               display 'UNABLE TO OPEN STD-POST-SORTED-FILE -- STATUS '
                   ws-psso-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-post-result-file
           if ws-pres-status not = '00'
               display 'UNABLE TO OPEN STD-POST-RESULT-FILE -- STATUS '
                   ws-pres-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform read-next-master-in-pass
           perform read-next-staged-posting
           perform apply-one-staged-posting until psso-eof
           close std-post-sorted-file
           close std-post-result-file
           sort std-result-sort-file
               on ascending key prsw-sequence
               using std-post-result-file
               giving std-result-sorted-file
           if sort-return not = zero
               display 'SORT FAILED -- RETURN CODE ' sort-return
               display 'RUN ABORTED'
               stop run
           end-if
           open input std-result-sorted-file
           if ws-prso-status not = '00'
               display 'UNABLE TO OPEN STD-RESULT-SORTED-FILE -- '
                   'STATUS ' ws-prso-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform read-next-posting-result
           .

       read-next-staged-posting.
           read std-post-sorted-file
               at end
                   set psso-eof to true
           end-read
           .

       read-next-master-in-pass.
           read std-master-file next record
               at end
                   move high-values to ws-master-pass-key
               not at end
                   move std-num of std-master-record
                       to ws-master-pass-key
           end-read
           .

      * A later posting to the same key finds the master record still
      * in the buffer as the earlier one left it, exactly as the
      * random read would have found it rewritten.
       apply-one-staged-posting.
           move corresponding std-post-sorted-record to std-rec
           perform read-next-master-in-pass
               until ws-master-pass-key not < std-num of std-rec
           move spaces to ws-post-outcome
           if ws-master-pass-key = std-num of std-rec
               perform decide-posting-outcome
           else
               move 'N' to ws-post-outcome
           end-if
           move psso-sequence to pres-sequence
           move ws-date1 to pres-run-date
           move ws-post-outcome to pres-post-outcome
           move spaces to pres-master-amount
           move zero to pres-diff-percent
           if amount-out-of-tolerance
               move std-amount of std-master-record
                   to pres-master-amount
               move ws-difference-percent to pres-diff-percent
           end-if
           write std-post-result-record
           perform read-next-staged-posting
           .

       read-next-posting-result.
           read std-result-sorted-file
               at end
                   set prso-eof to true
           end-read
           .

      * On a restart the master already holds every posting the
      * abended run's master pass applied, so deciding them again
      * would weigh each posting against itself.  The outcomes that
      * pass decided are taken instead from the sorted-back result
      * file it left behind, which has to carry this run date; the
      * outcomes for records at or before the checkpoint are passed
      * over when the main pass takes its first one.
       reopen-saved-outcomes.
           open input std-result-sorted-file
           if ws-prso-status not = '00'
               display 'NO SAVED POSTING OUTCOMES FOR RESTART -- '
                   'STATUS ' ws-prso-status
               display 'RUN ABORTED'
               stop run
           end-if
           perform read-next-posting-result
           if prso-eof or prso-run-date not = ws-date1
               display 'NO SAVED POSTING OUTCOMES FOR RUN DATE '
                   ws-date1
               display 'RUN ABORTED'
               stop run
           end-if
           set outcome-skip-in-progress to true
           .

      * The decision for this record is the next one on the sorted-
      * back result file -- anything else means the two passes of the
      * transaction file did not see the same records, and the run
      * stops rather than post one record's outcome against another.
       take-staged-outcome.
           if outcome-skip-in-progress
               perform read-next-posting-result
                   until prso-eof
                   or prso-sequence not < ws-post-sequence
               move 'N' to ws-outcome-skip-switch
           end-if
           if prso-eof or prso-sequence not = ws-post-sequence
               display 'STAGED POSTING OUT OF STEP AT DETAIL RECORD '
                   ws-post-sequence
               display 'RUN ABORTED'
               stop run
           end-if
           move prso-post-outcome to ws-post-outcome
           evaluate true
               when key-not-on-master
                   perform note-key-not-on-master
               when key-is-closed
                   perform note-key-is-closed
               when amount-out-of-tolerance
                   move prso-master-amount
                       to std-amount of std-master-record
                   move prso-diff-percent to ws-difference-percent
               when posting-was-posted
                   perform note-posting-applied
               when other
                   continue
           end-evaluate
           perform read-next-posting-result
           .

      * The posting clock runs from the first read of the transaction
      * file to the last, so the two modes are timed over the same
      * work.  A run that crosses midnight is carried over the day.
       start-posting-clock.
           accept ws-clock-time from time
           perform convert-clock-time
           move ws-clock-total to ws-posting-start-clock
           .

       stop-posting-clock.
           accept ws-clock-time from time
           perform convert-clock-time
           move ws-clock-total to ws-posting-end-clock
           if ws-posting-end-clock < ws-posting-start-clock
               add 8640000 to ws-posting-end-clock
           end-if
           subtract ws-posting-start-clock from ws-posting-end-clock
               giving ws-elapsed-clock
           if posting-is-sequential
               close std-result-sorted-file
           end-if
           .

       convert-clock-time.
           compute ws-clock-total =
               ((ws-clock-hours * 60 + ws-clock-minutes) * 60
                   + ws-clock-seconds) * 100 + ws-clock-hundredths
           .

       write-posting-mode-lines.
           move ws-posting-mode to rpt-posting-mode
           move ws-rpt-mode-line to std-report-record
           write std-report-record
           divide ws-elapsed-clock by 360000
               giving ws-clock-hours remainder ws-clock-remainder
           divide ws-clock-remainder by 6000
               giving ws-clock-minutes remainder ws-clock-remainder
           divide ws-clock-remainder by 100
               giving ws-clock-seconds remainder ws-clock-hundredths
           move ws-clock-hours to rpt-elapsed-hours
           move ws-clock-minutes to rpt-elapsed-minutes
           move ws-clock-seconds to rpt-elapsed-seconds
           move ws-clock-hundredths to rpt-elapsed-hundredths
           move ws-rpt-elapsed-line to std-report-record
           write std-report-record
           .

       write-new-key-record.
           move corresponding std-rec to std-new-key-record
           move ws-batch-id to newk-batch-id
           move ws-date1 to newk-run-date
           write std-new-key-record
           .

      * A record for a suspended key is captured whole on the held
      * file rather than posted or rejected -- the key is expected
      * back, and so is the record.
       write-held-record.
           move corresponding std-rec to std-held-record
           move ws-date1 to held-run-date
           move ws-batch-id to held-batch-id
           write std-held-record
           add 1 to ws-held-count
           display 'HELD -- ' std-num of std-rec
           perform write-control-line.
           perform write-batch-summary-lines.
           perform reconcile-control-total.
           perform write-posting-mode-lines.
           close std-tran-file.
           close std-report-file.
           close std-checkpoint-file.
           close std-rejects-file.
           close std-ack-file.
      * The refusals are safely on the closed acknowledgment feed, so
      * only now can the refusal file be emptied.
           open output std-refusal-file
           close std-refusal-file.
           close std-held-file.
           close std-new-key-file.
           perform write-suspense-report-total.
           close std-suspense-file.
           close std-susp-report-file.
           display 'HELD (TOLERANCE): ' ws-suspense-count
           display 'BATCHES IN RUN: ' ws-batch-count
           display 'BATCHES OUT OF BALANCE: ' ws-batch-fail-count
           display 'POSTING MODE: ' ws-posting-mode
               ' ELAPSED ' rpt-elapsed-hours ':' rpt-elapsed-minutes
               ':' rpt-elapsed-seconds '.' rpt-elapsed-hundredths
           .
