      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Supervisor review of the new-key queue.  The daily edit run
      * queues every posting that arrives for an STD-NUM not on
      * STD-MASTER, with the batch it came in and the date received;
      * a supervisor walks that queue here entry by entry and
      * approves, refuses, or defers each new key.  An approval
      * raises a maintenance 'A' add transaction on STDMTXN built
      * from the posting's own name, percent, comment and amount --
      * one add per key however many postings are waiting for it,
      * and none at all for a key somebody has added in the meantime
      * -- signed with the reviewer's id as its maker, so a second
      * user still has to approve the add before the maintenance run
      * applies it -- and puts the posting itself on STDNKWT, where the
      * maintenance run picks it up and resubmits it once the add has
      * applied.  A refusal goes on STDNKREF with its reason code for
      * the next daily run to return on the department's
      * acknowledgment feed.  Deferred entries are carried onto
      * STDNEWKN, cycled back in as the next session's STDNEWK the
      * same way the suspense release cycles its file.  Every entry
      * and its ruling is listed on the STDNKRPT review report.
       identification division.
       program-id. STDNKREV.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-new-key-file assign to "STDNEWK"
               organization is line sequential
               file status is ws-newk-status.
           select std-new-key-out-file assign to "STDNEWKN"
               organization is line sequential
               file status is ws-newkn-status.
           select std-master-file assign to "STDMAST"
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-maint-trans-file assign to "STDMTXN"
               organization is line sequential
               file status is ws-mtxn-status.
           select std-waiting-file assign to "STDNKWT"
               organization is line sequential
               file status is ws-nkwt-status.
           select std-refusal-file assign to "STDNKREF"
               organization is line sequential
               file status is ws-nkref-status.
           select std-review-report-file assign to "STDNKRPT"
               organization is line sequential
               file status is ws-nkrpt-status.

       data division.
       file section.
      * The queue image exactly as the daily edit run writes it.
       fd  std-new-key-file
           label records are standard.
       01  std-new-key-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           05  newk-batch-id           pic x(08).
           05  newk-run-date           pic x(08).

       fd  std-new-key-out-file
           label records are standard.
       01  std-new-key-out-record      pic x(59).

       fd  std-master-file.
       01  std-master-record.
           copy 'stdrecd.cpy'.
           copy 'stdrecw.cpy'.
           copy 'stdrecs.cpy'.

      * Add transactions go on behind whatever is already keyed for
      * the maintenance run.
       fd  std-maint-trans-file
           label records are standard.
       01  std-maint-trans-record.
           copy 'stdmtxn.cpy'.

      * Approved postings, in the queue image, waiting for their
      * key's add to apply.
       fd  std-waiting-file
           label records are standard.
       01  std-waiting-record          pic x(59).

      * Refused postings, in the queue image plus the reason code the
      * department will see on its acknowledgment.
       fd  std-refusal-file
           label records are standard.
       01  std-refusal-record.
           05  nkref-queue-image       pic x(59).
           05  nkref-reason-code       pic x(04).

       fd  std-review-report-file
           label records are standard.
       01  std-review-report-record    pic x(132).

       working-storage section.
       77  ws-newk-status              pic x(02) value '00'.
       77  ws-newkn-status             pic x(02) value '00'.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-mtxn-status              pic x(02) value '00'.
       77  ws-nkwt-status              pic x(02) value '00'.
       77  ws-nkref-status             pic x(02) value '00'.
       77  ws-nkrpt-status             pic x(02) value '00'.
       77  ws-newk-eof-switch          pic x(01) value 'N'.
           88  newk-eof                            value 'Y'.
       77  ws-decision                 pic x(01) value spaces.
           88  decision-is-approve                 value 'A'.
           88  decision-is-refuse                  value 'R'.
           88  decision-is-defer                   value 'D'.
       77  ws-key-on-master-switch     pic x(01) value 'N'.
           88  key-now-on-master                   value 'Y'.
       77  ws-add-raised-switch        pic x(01) value 'N'.
           88  add-already-raised                  value 'Y'.
       77  ws-approved-count           pic 9(08) comp value zero.
       77  ws-adds-raised-count        pic 9(08) comp value zero.
       77  ws-refused-count            pic 9(08) comp value zero.
       77  ws-deferred-count           pic 9(08) comp value zero.
       77  ws-added-key-count          pic 9(04) comp value zero.
       77  ws-added-key-index          pic 9(04) comp value zero.
       77  ws-ruling                   pic x(20) value spaces.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-reviewer-id              pic x(08) value spaces.

      * Every key an add was raised for this session, so a second
      * posting waiting on the same new key does not raise a second
      * add the maintenance run would only reject.
       01  ws-added-key-table.
           05  ws-added-key occurs 500 times
                                       pic x(05).

       01  ws-nkrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(40)
                   value 'STD-REC NEW-KEY REVIEW REPORT'.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  nkrpt-run-date          pic x(08).
           05  filler                  pic x(59) value spaces.

       01  ws-nkrpt-detail-line.
           05  filler                  pic x(05) value spaces.
           05  nkrpt-std-num           pic x(05).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-std-name          pic x(20).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-std-percent       pic x(03).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-std-comment       pic x(10).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-std-amount        pic x(05).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-batch-id          pic x(08).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-received-date     pic x(08).
           05  filler                  pic x(02) value spaces.
           05  nkrpt-ruling            pic x(20).
           05  filler                  pic x(34) value spaces.

       01  ws-nkrpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  nkrpt-count-label       pic x(26).
           05  nkrpt-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform review-one-entry until newk-eof.
           perform finalize-run.
           stop run
           .

       initialize-run.
           accept ws-run-date from date yyyymmdd
           display 'REVIEWER ID: ' with no advancing
           accept ws-reviewer-id
           if ws-reviewer-id = spaces
               display 'REVIEWER ID REQUIRED -- RUN ABORTED'
               stop run
           end-if
           open input std-new-key-file
           if ws-newk-status = '35'
               display 'NO NEW-KEY QUEUE -- NOTHING IS WAITING'
               stop run
           end-if
           if ws-newk-status not = '00'
               display 'UNABLE TO OPEN STD-NEW-KEY-FILE -- STATUS '
                   ws-newk-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-new-key-out-file
           if ws-newkn-status not = '00'
               display 'UNABLE TO OPEN STD-NEW-KEY-OUT-FILE -- '
                   'STATUS ' ws-newkn-status
               display 'RUN ABORTED'
               stop run
           end-if
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
               display 'UNABLE TO OPEN STD-MAINT-TRANS-FILE -- '
                   'STATUS ' ws-mtxn-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-waiting-file
           if ws-nkwt-status = '35'
               open output std-waiting-file
           end-if
           if ws-nkwt-status not = '00'
               display 'UNABLE TO OPEN STD-WAITING-FILE -- STATUS '
                   ws-nkwt-status
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
           open output std-review-report-file
           if ws-nkrpt-status not = '00'
               display 'UNABLE TO OPEN STD-REVIEW-REPORT-FILE -- '
                   'STATUS ' ws-nkrpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date to nkrpt-run-date
           move ws-nkrpt-heading-line to std-review-report-record
           write std-review-report-record
           display 'NEW-KEY REVIEW -- A APPROVE, R REFUSE, D DEFER'
           .

       review-one-entry.
           read std-new-key-file
               at end
                   set newk-eof to true
               not at end
                   perform rule-on-one-entry
                   perform write-review-line
           end-read
           .

      * The supervisor sees the whole posting, where it came from,
      * and whether the key has turned up on the master or already
      * had its add raised this session, before ruling on it.
       rule-on-one-entry.
           perform check-key-status
           display ' '
           display 'STD-NUM:      ' std-num of std-new-key-record
           display 'NAME:         ' std-name of std-new-key-record
           display 'PERCENT:      ' std-percent of std-new-key-record
           display 'COMMENT:      ' std-comment of std-new-key-record
           display 'AMOUNT:       ' std-amount of std-new-key-record
           display 'BATCH:        ' newk-batch-id
           display 'RECEIVED ON:  ' newk-run-date
           if key-now-on-master
               display 'KEY IS NOW ON STD-MASTER -- NO ADD NEEDED'
           end-if
           if add-already-raised
               display 'ADD ALREADY RAISED THIS SESSION'
           end-if
           display 'APPROVE (A), REFUSE (R), DEFER (D)? '
               with no advancing
           accept ws-decision
           inspect ws-decision converting 'ard' to 'ARD'
           evaluate true
               when decision-is-approve
                   perform approve-new-key
               when decision-is-refuse
                   perform refuse-new-key
               when other
                   perform defer-new-key
           end-evaluate
           .

       check-key-status.
           move 'N' to ws-key-on-master-switch
           move 'N' to ws-add-raised-switch
           move std-num of std-new-key-record
               to std-num of std-master-record
           read std-master-file
               invalid key
                   continue
               not invalid key
                   set key-now-on-master to true
           end-read
           move zero to ws-added-key-index
           perform scan-one-added-key
               until ws-added-key-index not < ws-added-key-count
                   or add-already-raised
           .

       scan-one-added-key.
           add 1 to ws-added-key-index
           if ws-added-key (ws-added-key-index)
               = std-num of std-new-key-record
               set add-already-raised to true
           end-if
           .

      * An approval raises the add only when the key still needs one,
      * then parks the posting to wait for it.  A session that has
      * raised as many adds as it can track defers the rest rather
      * than risk raising a duplicate.
       approve-new-key.
           if not key-now-on-master and not add-already-raised
               if ws-added-key-count < 500
                   perform raise-add-transaction
               else
                   display 'ADD TABLE FULL -- '
                       std-num of std-new-key-record ' DEFERRED'
                   perform defer-new-key
               end-if
           end-if
           if not decision-is-defer
               move std-new-key-record to std-waiting-record
               write std-waiting-record
               add 1 to ws-approved-count
               move 'APPROVED' to ws-ruling
               if key-now-on-master or add-already-raised
                   move 'APPROVED - NO ADD' to ws-ruling
               end-if
               display 'APPROVED -- ' std-num of std-new-key-record
           end-if
           .

       raise-add-transaction.
           move spaces to std-maint-trans-record
           move 'A' to mtxn-trans-code
           move std-num of std-new-key-record to mtxn-std-num
           move std-name of std-new-key-record to mtxn-std-name
           move std-percent of std-new-key-record to mtxn-std-percent
           move std-comment of std-new-key-record to mtxn-std-comment
           move std-amount of std-new-key-record to mtxn-std-amount
           move ws-reviewer-id to mtxn-maker-id
           move ws-run-date to mtxn-keyed-date
           write std-maint-trans-record
           add 1 to ws-added-key-count
           move std-num of std-new-key-record
               to ws-added-key (ws-added-key-count)
           add 1 to ws-adds-raised-count
           display 'ADD TRANSACTION RAISED -- '
               std-num of std-new-key-record
           .

       refuse-new-key.
           move std-new-key-record to nkref-queue-image
           move 'E010' to nkref-reason-code
           write std-refusal-record
           add 1 to ws-refused-count
           move 'REFUSED E010' to ws-ruling
           display 'REFUSED -- ' std-num of std-new-key-record
               ' -- RETURNED ON THE NEXT ACKNOWLEDGMENT'
           .

       defer-new-key.
           set decision-is-defer to true
           move std-new-key-record to std-new-key-out-record
           write std-new-key-out-record
           add 1 to ws-deferred-count
           move 'DEFERRED' to ws-ruling
           .

       write-review-line.
           move std-num of std-new-key-record to nkrpt-std-num
           move std-name of std-new-key-record to nkrpt-std-name
           move std-percent of std-new-key-record to nkrpt-std-percent
           move std-comment of std-new-key-record to nkrpt-std-comment
           move std-amount of std-new-key-record to nkrpt-std-amount
           move newk-batch-id to nkrpt-batch-id
           move newk-run-date to nkrpt-received-date
           move ws-ruling to nkrpt-ruling
           move ws-nkrpt-detail-line to std-review-report-record
           write std-review-report-record
           .

       write-count-line.
           move ws-nkrpt-count-line to std-review-report-record
           write std-review-report-record
           .

       finalize-run.
           move 'APPROVED: ' to nkrpt-count-label
           move ws-approved-count to nkrpt-count-value
           perform write-count-line
           move 'ADD TRANSACTIONS RAISED: ' to nkrpt-count-label
           move ws-adds-raised-count to nkrpt-count-value
           perform write-count-line
           move 'REFUSED: ' to nkrpt-count-label
           move ws-refused-count to nkrpt-count-value
           perform write-count-line
           move 'DEFERRED: ' to nkrpt-count-label
           move ws-deferred-count to nkrpt-count-value
           perform write-count-line
           close std-new-key-file.
           close std-new-key-out-file.
           close std-master-file.
           close std-maint-trans-file.
           close std-waiting-file.
           close std-refusal-file.
           close std-review-report-file.
           display 'APPROVED: ' ws-approved-count
           display 'ADD TRANSACTIONS RAISED: ' ws-adds-raised-count
           display 'REFUSED: ' ws-refused-count
           display 'DEFERRED: ' ws-deferred-count
           display 'CYCLE STDNEWKN BACK IN AS THE NEXT STDNEWK'
           .
