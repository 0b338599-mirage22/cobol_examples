      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Second-user approval of STD-MASTER maintenance transactions.
      * Every transaction on STDMTXN names the clerk who keyed it, and
      * the maintenance run will not apply one until a different user
      * has signed it off here.  The approver keys their own id once
      * at the start of the session and then walks the transactions
      * still awaiting approval, one at a time, with the change on the
      * screen -- approving, refusing, or deferring each.  An approval
      * writes the approver's id onto the transaction and the whole
      * approved transaction onto STDMAPRV, the approval file only this
      * program adds to; the maintenance run applies a transaction
      * only when it finds it there, so an approver id keyed straight
      * onto STDMTXN approves nothing.  A refusal drops
      * it; a deferral leaves it as it was.  A refused add is also
      * written to STDMAREF, so the maintenance run can send back any
      * new-key posting that was waiting on it instead of holding the
      * posting for an add that will never come.  A transaction the
      * approver keyed themselves is never offered -- it is passed
      * through untouched for someone else -- and neither is one with
      * no maker id, which the maintenance run rejects.  Transactions
      * already approved here pass straight through; one carrying an
      * approver id this program never issued has the id taken off
      * and is put on the screen like any other.  Everything kept is
      * written to STDMTXNN, cycled back in as STDMTXN for the
      * maintenance run, and every ruling made is listed on the
      * STDMARPT approval report.
       identification division.
       program-id. STDMAPPR.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-maint-trans-file assign to "STDMTXN"
               organization is line sequential
               file status is ws-mtxn-status.
           select std-maint-trans-out-file assign to "STDMTXNN"
               organization is line sequential
               file status is ws-mtxnn-status.
           select std-approval-report-file assign to "STDMARPT"
               organization is line sequential
               file status is ws-marpt-status.
           select std-refused-add-file assign to "STDMAREF"
               organization is line sequential
               file status is ws-maref-status.
           select std-approval-file assign to "STDMAPRV"
               organization is line sequential
               file status is ws-maprv-status.

       data division.
       file section.
       fd  std-maint-trans-file
           label records are standard.
       01  std-maint-trans-record.
           copy 'stdmtxn.cpy'.

       fd  std-maint-trans-out-file
           label records are standard.
       01  std-maint-trans-out-record  pic x(76).

       fd  std-approval-report-file
           label records are standard.
       01  std-approval-report-record  pic x(132).

      * Adds refused here, the transaction image as it was offered --
      * added to until the maintenance run has read it and emptied it.
       fd  std-refused-add-file
           label records are standard.
       01  std-refused-add-record      pic x(76).

      * Every transaction approved here, exactly as approved --
      * added to by this program only, and cleared entry by entry by
      * the maintenance run as each one is applied.
       fd  std-approval-file
           label records are standard.
       01  std-approval-record         pic x(76).

       working-storage section.
       77  ws-mtxn-status              pic x(02) value '00'.
       77  ws-mtxnn-status             pic x(02) value '00'.
       77  ws-marpt-status             pic x(02) value '00'.
       77  ws-maref-status             pic x(02) value '00'.
       77  ws-maprv-status             pic x(02) value '00'.
       77  ws-maprv-eof-switch         pic x(01) value 'N'.
           88  maprv-eof                           value 'Y'.
       77  ws-approval-found-switch    pic x(01) value 'N'.
           88  approval-on-file                    value 'Y'.
       77  ws-approval-count           pic 9(04) comp value zero.
       77  ws-approval-index           pic 9(04) comp value zero.
       77  ws-stripped-count           pic 9(08) comp value zero.
       77  ws-mtxn-eof-switch          pic x(01) value 'N'.
           88  mtxn-eof                            value 'Y'.
       77  ws-decision                 pic x(01) value spaces.
           88  decision-is-approve                 value 'A'.
           88  decision-is-refuse                  value 'R'.
           88  decision-is-defer                   value 'D'.
       77  ws-approver-id              pic x(08) value spaces.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-ruling                   pic x(20) value spaces.
       77  ws-approved-count           pic 9(08) comp value zero.
       77  ws-refused-count            pic 9(08) comp value zero.
       77  ws-deferred-count           pic 9(08) comp value zero.
       77  ws-own-entry-count          pic 9(08) comp value zero.
       77  ws-unsigned-count           pic 9(08) comp value zero.
       77  ws-passed-count             pic 9(08) comp value zero.

      * The approvals already on file and not yet applied, so a
      * transaction arriving with an approver id can be checked for
      * one this program actually gave.
       01  ws-approval-table.
           05  ws-approval-image occurs 1000 times
                                       pic x(76).

       01  ws-marpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(40)
                   value 'STD-MASTER MAINTENANCE APPROVAL REPORT'.
           05  filler                  pic x(10) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  marpt-run-date          pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value 'APPROVER: '.
           05  marpt-approver-id       pic x(08).
           05  filler                  pic x(38) value spaces.

       01  ws-marpt-detail-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(06) value 'CODE: '.
           05  marpt-trans-code        pic x(01).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(09) value 'STD-NUM: '.
           05  marpt-std-num           pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value 'KEYED BY: '.
           05  marpt-maker-id          pic x(08).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(07) value 'KEYED: '.
           05  marpt-keyed-date        pic x(08).
           05  filler                  pic x(03) value spaces.
           05  marpt-ruling            pic x(20).
           05  filler                  pic x(41) value spaces.

       01  ws-marpt-count-line.
           05  filler                  pic x(05) value spaces.
           05  marpt-count-label       pic x(26).
           05  marpt-count-value       pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform review-one-transaction until mtxn-eof.
           perform finalize-run.
           stop run
           .

       initialize-run.
           accept ws-run-date from date yyyymmdd
           display 'APPROVER ID: ' with no advancing
           accept ws-approver-id
           if ws-approver-id = spaces
               display 'APPROVER ID REQUIRED -- RUN ABORTED'
               stop run
           end-if
           perform load-approval-file
           open input std-maint-trans-file
           if ws-mtxn-status = '35'
               display 'NO MAINTENANCE TRANSACTIONS -- NOTHING IS '
                   'WAITING'
               stop run
           end-if
           if ws-mtxn-status not = '00'
               display 'UNABLE TO OPEN STD-MAINT-TRANS-FILE -- '
                   'STATUS ' ws-mtxn-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-maint-trans-out-file
           if ws-mtxnn-status not = '00'
               display 'UNABLE TO OPEN STD-MAINT-TRANS-OUT-FILE -- '
                   'STATUS ' ws-mtxnn-status
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-approval-report-file
           if ws-marpt-status not = '00'
               display 'UNABLE TO OPEN STD-APPROVAL-REPORT-FILE -- '
                   'STATUS ' ws-marpt-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-approval-file
           if ws-maprv-status = '35'
               open output std-approval-file
           end-if
           if ws-maprv-status not = '00'
               display 'UNABLE TO OPEN STD-APPROVAL-FILE -- '
                   'STATUS ' ws-maprv-status
               display 'RUN ABORTED'
               stop run
           end-if
           open extend std-refused-add-file
           if ws-maref-status = '35'
               open output std-refused-add-file
           end-if
           if ws-maref-status not = '00'
               display 'UNABLE TO OPEN STD-REFUSED-ADD-FILE -- '
                   'STATUS ' ws-maref-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date to marpt-run-date
           move ws-approver-id to marpt-approver-id
           move ws-marpt-heading-line to std-approval-report-record
           write std-approval-report-record
           display 'MAINTENANCE APPROVAL -- A APPROVE, R REFUSE, '
               'D DEFER'
           .

      * A missing approval file simply means nothing approved is
      * waiting to be applied.  More approvals than the table takes
      * means the maintenance run has not been keeping up, and the
      * session is refused rather than checked against half a file.
       load-approval-file.
           open input std-approval-file
           if ws-maprv-status = '35'
               continue
           else
               if ws-maprv-status not = '00'
                   display 'UNABLE TO OPEN STD-APPROVAL-FILE -- '
                       'STATUS ' ws-maprv-status
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
                       display 'MORE THAN 1000 APPROVALS ON FILE -- '
                           'RUN STDMAINT FIRST'
                       display 'RUN ABORTED'
                       stop run
                   end-if
                   add 1 to ws-approval-count
                   move std-approval-record
                       to ws-approval-image (ws-approval-count)
           end-read
           .

       review-one-transaction.
           read std-maint-trans-file
               at end
                   set mtxn-eof to true
               not at end
                   perform sort-out-one-transaction
           end-read
           .

      * Only a transaction this approver is allowed to rule on is
      * put on the screen; everything else passes through as it
      * came, counted, so nothing is lost from the file.  An approver
      * id is believed only when the approval is on file.
       sort-out-one-transaction.
           if mtxn-approver-id not = spaces
               perform check-approval-on-file
               if not approval-on-file
                   display 'APPROVER ID NOT ISSUED HERE -- '
                       mtxn-std-num ' -- APPROVAL REQUIRED'
                   move spaces to mtxn-approver-id
                   add 1 to ws-stripped-count
               end-if
           end-if
           evaluate true
               when mtxn-approver-id not = spaces
                   and mtxn-approver-id not = mtxn-maker-id
                   add 1 to ws-passed-count
                   perform keep-transaction
               when mtxn-maker-id = spaces
                   display 'NO MAKER ID -- ' mtxn-std-num
                       ' -- CANNOT BE APPROVED'
                   add 1 to ws-unsigned-count
                   move 'NO MAKER ID' to ws-ruling
                   perform keep-transaction
                   perform write-ruling-line
               when mtxn-maker-id = ws-approver-id
                   display 'KEYED BY YOU -- ' mtxn-std-num
                       ' -- SELF-APPROVAL NOT ALLOWED'
                   add 1 to ws-own-entry-count
                   move 'OWN ENTRY - SKIPPED' to ws-ruling
                   perform keep-transaction
                   perform write-ruling-line
               when other
                   perform rule-on-one-transaction
                   perform write-ruling-line
           end-evaluate
           .

       check-approval-on-file.
           move 'N' to ws-approval-found-switch
           move zero to ws-approval-index
           perform scan-one-approval
               until ws-approval-index not < ws-approval-count
                   or approval-on-file
           .

       scan-one-approval.
           add 1 to ws-approval-index
           if ws-approval-image (ws-approval-index)
               = std-maint-trans-record
               set approval-on-file to true
           end-if
           .

       rule-on-one-transaction.
           display ' '
           display 'TRANSACTION:  ' mtxn-trans-code
           display 'STD-NUM:      ' mtxn-std-num
           display 'NAME:         ' mtxn-std-name
           display 'PERCENT:      ' mtxn-std-percent
           display 'COMMENT:      ' mtxn-std-comment
           display 'AMOUNT:       ' mtxn-std-amount
           display 'EFFECTIVE:    ' mtxn-effective-date
           display 'KEYED BY:     ' mtxn-maker-id
           display 'KEYED ON:     ' mtxn-keyed-date
           display 'APPROVE (A), REFUSE (R), DEFER (D)? '
               with no advancing
           accept ws-decision
           inspect ws-decision converting 'ard' to 'ARD'
           evaluate true
               when decision-is-approve
                   move ws-approver-id to mtxn-approver-id
                   perform keep-transaction
                   move std-maint-trans-record to std-approval-record
                   write std-approval-record
                   add 1 to ws-approved-count
                   move 'APPROVED' to ws-ruling
                   display 'APPROVED -- ' mtxn-std-num
               when decision-is-refuse
                   if mtxn-is-add
                       move std-maint-trans-record
                           to std-refused-add-record
                       write std-refused-add-record
                   end-if
                   add 1 to ws-refused-count
                   move 'REFUSED - DROPPED' to ws-ruling
                   display 'REFUSED -- ' mtxn-std-num
                       ' -- TRANSACTION DROPPED'
               when other
                   perform keep-transaction
                   add 1 to ws-deferred-count
                   move 'DEFERRED' to ws-ruling
           end-evaluate
           .

       keep-transaction.
           move std-maint-trans-record to std-maint-trans-out-record
           write std-maint-trans-out-record
           .

       write-ruling-line.
           move mtxn-trans-code to marpt-trans-code
           move mtxn-std-num to marpt-std-num
           move mtxn-maker-id to marpt-maker-id
           move mtxn-keyed-date to marpt-keyed-date
           move ws-ruling to marpt-ruling
           move ws-marpt-detail-line to std-approval-report-record
           write std-approval-report-record
           .

       write-count-line.
           move ws-marpt-count-line to std-approval-report-record
           write std-approval-report-record
           .

       finalize-run.
           move 'APPROVED: ' to marpt-count-label
           move ws-approved-count to marpt-count-value
           perform write-count-line
           move 'REFUSED: ' to marpt-count-label
           move ws-refused-count to marpt-count-value
           perform write-count-line
           move 'DEFERRED: ' to marpt-count-label
           move ws-deferred-count to marpt-count-value
           perform write-count-line
           move 'OWN ENTRIES SKIPPED: ' to marpt-count-label
           move ws-own-entry-count to marpt-count-value
           perform write-count-line
           move 'NO MAKER ID: ' to marpt-count-label
           move ws-unsigned-count to marpt-count-value
           perform write-count-line
           move 'ALREADY APPROVED: ' to marpt-count-label
           move ws-passed-count to marpt-count-value
           perform write-count-line
           move 'APPROVER ID NOT ISSUED: ' to marpt-count-label
           move ws-stripped-count to marpt-count-value
           perform write-count-line
           close std-maint-trans-file.
           close std-maint-trans-out-file.
           close std-approval-report-file.
           close std-refused-add-file.
           close std-approval-file.
           display 'APPROVED: ' ws-approved-count
           display 'REFUSED: ' ws-refused-count
           display 'DEFERRED: ' ws-deferred-count
           display 'OWN ENTRIES SKIPPED: ' ws-own-entry-count
           display 'NO MAKER ID: ' ws-unsigned-count
           display 'ALREADY APPROVED: ' ws-passed-count
           display 'APPROVER ID NOT ISSUED: ' ws-stripped-count
           display 'CYCLE STDMTXNN BACK IN AS THE NEXT STDMTXN'
           .
