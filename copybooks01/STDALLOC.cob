      * whose STD-PERCENT is zero or not numeric, or whose amount is
      * not numeric, is listed in an exception section at the foot of
      * the register rather than silently contributing zero.
      * Every allocated key also goes to the general ledger as one
      * balanced pair on the STDGLJ journal interface file -- a debit
      * and a credit of the allocated value to the two GL accounts the
      * STDGLXR cross-reference holds for the key -- under the
      * accounting period given on the command line as YYYYMM (the
      * run month if none is given).  The file is headed with the
      * period and trailed with the entry count and the debit and
      * credit totals, which are proved equal before the feed is
      * recorded.  A key with no cross-reference entry is listed in
      * its own section of the register and kept out of the feed.
      * Each period fed is recorded on the STDGLCTL control file, and
      * a second feed for the same period is refused unless REPLACE
      * follows the period on the command line -- the header is then
      * marked as a reversal-and-replace, telling the ledger to back
      * out the earlier feed and take this one in its place.
       identification division.
       program-id. STDALLOC.
       author. Miro Wengner
               organization is indexed
               access mode is sequential
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-alloc-report-file assign to "STDALRPT"
               organization is line sequential
               file status is ws-alrpt-status.
           select std-gl-xref-file assign to "STDGLXR"
               organization is line sequential
               file status is ws-glxr-status.
           select std-gl-journal-file assign to "STDGLJ"
               organization is line sequential
               file status is ws-glj-status.
           select std-gl-control-file assign to "STDGLCTL"
               organization is line sequential
               file status is ws-glctl-status.

       data division.
       file section.
           label records are standard.
       01  std-alloc-report-record     pic x(132).

      * The key-to-GL cross-reference, maintained by the GL
      * cross-reference maintenance program.
       fd  std-gl-xref-file
           label records are standard.
       01  std-gl-xref-record.
           05  glxr-std-num            pic x(05).
           05  glxr-debit-account      pic x(10).
           05  glxr-credit-account     pic x(10).

      * The ledger's journal interface -- the same 'H'/'D'/'T'
      * convention the transaction and backup files use.  Each
      * detail is one side of a pair; the trailer carries the
      * control figures the ledger proves the file by.
       fd  std-gl-journal-file
           label records are standard.
       01  std-gl-journal-record.
           05  glj-record-type         pic x(01).
           05  glj-data-area           pic x(39).

       01  glj-header-record.
           05  filler                  pic x(01).
           05  glj-period              pic x(06).
           05  glj-run-date            pic x(08).
           05  glj-feed-type           pic x(01).
               88  glj-feed-is-original            value 'N'.
               88  glj-feed-is-replacement         value 'R'.
           05  glj-source              pic x(08).
           05  filler                  pic x(16).

       01  glj-detail-record.
           05  filler                  pic x(01).
           05  glj-det-period          pic x(06).
           05  glj-std-num             pic x(05).
           05  glj-dr-cr               pic x(01).
               88  glj-is-debit                    value 'D'.
               88  glj-is-credit                   value 'C'.
           05  glj-account             pic x(10).
           05  glj-amount              pic 9(07)v9(02).
           05  filler                  pic x(08).

       01  glj-trailer-record.
           05  filler                  pic x(01).
           05  glj-entry-count         pic 9(08).
           05  glj-debit-total         pic 9(09)v9(02).
           05  glj-credit-total        pic 9(09)v9(02).
           05  filler                  pic x(09).

      * One entry per period fed to the ledger, appended once the
      * journal has proved in balance -- what a rerun is checked
      * against.
       fd  std-gl-control-file
           label records are standard.
       01  std-gl-control-record.
           05  glc-period              pic x(06).
           05  glc-run-date            pic x(08).
           05  glc-feed-type           pic x(01).
           05  glc-entry-count         pic 9(08).
           05  glc-debit-total         pic 9(09)v9(02).

       working-storage section.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-alrpt-status             pic x(02) value '00'.
       77  ws-glxr-status              pic x(02) value '00'.
       77  ws-glj-status               pic x(02) value '00'.
       77  ws-glctl-status             pic x(02) value '00'.
       77  ws-glxr-eof-switch          pic x(01) value 'N'.
           88  glxr-eof                            value 'Y'.
       77  ws-glctl-eof-switch         pic x(01) value 'N'.
           88  glctl-eof                           value 'Y'.
       77  ws-parm-line                pic x(30) value spaces.
       77  ws-run-mode                 pic x(08) value spaces.
           88  mode-is-replace                     value 'REPLACE'.
       77  ws-period-fed-switch        pic x(01) value 'N'.
           88  period-was-fed                      value 'Y'.
       77  ws-period-fed-date          pic x(08) value spaces.
       77  ws-xref-count               pic 9(04) comp value zero.
       77  ws-xref-index               pic 9(04) comp value zero.
       77  ws-xref-found-switch        pic x(01) value 'N'.
           88  xref-is-found                       value 'Y'.
       77  ws-unmapped-count           pic 9(04) comp value zero.
       77  ws-unmapped-index           pic 9(04) comp value zero.
       77  ws-gl-entry-count           pic 9(08) comp value zero.
       77  ws-gl-debit-total           pic 9(09)v9(02) value zero.
       77  ws-gl-credit-total          pic 9(09)v9(02) value zero.
       77  ws-mast-eof-switch          pic x(01) value 'N'.
           88  mast-eof                            value 'Y'.
       77  ws-run-date                 pic x(08) value spaces.
           05  ws-amount-num redefines ws-amount-raw
                                       pic 9(03)v9(02).

      * The ledger period fed, as keyed or defaulted, split so its
      * month can be checked before anything is written.
       01  ws-gl-period                pic x(06) value spaces.
       01  ws-gl-period-parts redefines ws-gl-period.
           05  ws-gl-period-year       pic 9(04).
           05  ws-gl-period-mm         pic 9(02).

      * Exceptions are collected while the register prints and listed
      * together at its foot -- the keys whose allocation could not
      * honestly be computed, each with the reason.
               10  ws-exc-std-num      pic x(05).
               10  ws-exc-reason       pic x(25).

      * The whole cross-reference held in storage for the run --
      * searched once for every allocated key.
       01  ws-xref-table.
           05  ws-xref-entry occurs 500 times.
               10  ws-xr-std-num       pic x(05).
               10  ws-xr-debit-account pic x(10).
               10  ws-xr-credit-account
                                       pic x(10).

      * Allocated keys the ledger cannot take for want of an account,
      * listed in their own section at the foot of the register.
       01  ws-unmapped-table.
           05  ws-unmapped-entry occurs 500 times.
               10  ws-unm-std-num      pic x(05).
               10  ws-unm-allocated    pic 9(05)v9(02).

       01  ws-alrpt-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(40)
           05  alrpt-exc-reason        pic x(25).
           05  filler                  pic x(89) value spaces.

       01  ws-alrpt-unmapped-line.
           05  filler                  pic x(10) value spaces.
           05  alrpt-unm-std-num       pic x(05).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'ALLOCATED: '.
           05  alrpt-unm-allocated     pic zz,zz9.99.
           05  filler                  pic x(94) value spaces.

       01  ws-alrpt-total-line.
           05  filler                  pic x(05) value spaces.
           05  alrpt-total-label       pic x(26).
           .

       initialize-run.
           accept ws-run-date from date yyyymmdd
           accept ws-parm-line from command-line
           unstring ws-parm-line delimited by all spaces
               into ws-gl-period ws-run-mode
           end-unstring
           if ws-gl-period = spaces
               move ws-run-date (1:6) to ws-gl-period
           end-if
           if ws-gl-period is not numeric
               display 'PERIOD MUST BE YYYYMM -- ' ws-gl-period
               display 'RUN ABORTED'
               stop run
           end-if
           if ws-gl-period-mm < 1 or ws-gl-period-mm > 12
               display 'PERIOD MUST BE YYYYMM -- ' ws-gl-period
               display 'RUN ABORTED'
               stop run
           end-if
           if ws-run-mode not = spaces
               and not mode-is-replace
               display 'MODE MUST BE REPLACE OR BLANK -- ' ws-run-mode
               display 'RUN ABORTED'
               stop run
           end-if
           perform check-period-control
           perform load-gl-xref
           open input std-master-file
           if ws-mast-status not = '00'
               display 'UNABLE TO OPEN STD-MASTER-FILE -- STATUS '
               display 'RUN ABORTED'
               stop run
           end-if
           open output std-gl-journal-file
           if ws-glj-status not = '00'
               display 'UNABLE TO OPEN STD-GL-JOURNAL-FILE -- STATUS '
                   ws-glj-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-run-date to alrpt-run-date
           move ws-alrpt-heading-line to std-alloc-report-record
           write std-alloc-report-record
           move spaces to std-gl-journal-record
           move 'H' to glj-record-type
           move ws-gl-period to glj-period
           move ws-run-date to glj-run-date
           if mode-is-replace
               set glj-feed-is-replacement to true
           else
               set glj-feed-is-original to true
           end-if
           move 'STDALLOC' to glj-source
           write std-gl-journal-record
           .

      * The ledger must never take the same period twice by accident.
      * A period already on the control file is only fed again when
      * the operator says REPLACE, and REPLACE is refused for a period
      * never fed, since there would be nothing for the ledger to
      * reverse.  Both checks are made before any output is opened.
       check-period-control.
           open input std-gl-control-file
           if ws-glctl-status = '35'
               continue
           else
               if ws-glctl-status not = '00'
                   display 'UNABLE TO OPEN STD-GL-CONTROL-FILE -- '
                       'STATUS ' ws-glctl-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform scan-one-control-entry until glctl-eof
               close std-gl-control-file
           end-if
           if period-was-fed and not mode-is-replace
               display 'PERIOD ' ws-gl-period ' ALREADY FED TO THE '
                   'GL ON ' ws-period-fed-date
               display 'RERUN WITH REPLACE TO REVERSE AND REPLACE IT'
               display 'RUN ABORTED'
               stop run
           end-if
           if mode-is-replace and not period-was-fed
               display 'PERIOD ' ws-gl-period ' NEVER FED TO THE GL '
                   '-- NOTHING TO REPLACE'
               display 'RUN ABORTED'
               stop run
           end-if
           if mode-is-replace
               display 'PERIOD ' ws-gl-period ' FED ON '
                   ws-period-fed-date ' -- REVERSAL AND REPLACE'
           end-if
           .

       scan-one-control-entry.
           read std-gl-control-file
               at end
                   set glctl-eof to true
               not at end
                   if glc-period = ws-gl-period
                       set period-was-fed to true
                       move glc-run-date to ws-period-fed-date
                   end-if
           end-read
           .

      * A missing cross-reference leaves every key unmapped -- the
      * run still prints its register, but the feed carries nothing.
       load-gl-xref.
           open input std-gl-xref-file
           if ws-glxr-status = '35'
               display 'NO GL CROSS-REFERENCE -- NO KEY CAN BE FED'
           else
               if ws-glxr-status not = '00'
                   display 'UNABLE TO OPEN STD-GL-XREF-FILE -- STATUS '
                       ws-glxr-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform load-one-xref-entry until glxr-eof
               close std-gl-xref-file
           end-if
           .

       load-one-xref-entry.
           read std-gl-xref-file
               at end
                   set glxr-eof to true
               not at end
                   if ws-xref-count < 500
                       add 1 to ws-xref-count
                       move glxr-std-num
                           to ws-xr-std-num (ws-xref-count)
                       move glxr-debit-account
                           to ws-xr-debit-account (ws-xref-count)
                       move glxr-credit-account
                           to ws-xr-credit-account (ws-xref-count)
                   else
                       display 'GL CROSS-REFERENCE TABLE FULL -- '
                           glxr-std-num ' DROPPED'
                   end-if
           end-read
           .

       allocate-one-record.
               add ws-allocated-value to ws-allocation-total
               add 1 to ws-allocated-count
               perform write-register-line
               perform feed-one-allocation
           end-if
           .

      * One balanced pair per mapped key -- the same allocated value
      * debited to one account and credited to the other.
       feed-one-allocation.
           move 'N' to ws-xref-found-switch
           move zero to ws-xref-index
           perform scan-xref-table
               until xref-is-found
               or ws-xref-index not < ws-xref-count
           if xref-is-found
               move spaces to std-gl-journal-record
               move 'D' to glj-record-type
               move ws-gl-period to glj-det-period
               move std-num of std-master-record to glj-std-num
               move ws-allocated-value to glj-amount
               set glj-is-debit to true
               move ws-xr-debit-account (ws-xref-index) to glj-account
               write std-gl-journal-record
               add ws-allocated-value to ws-gl-debit-total
               set glj-is-credit to true
               move ws-xr-credit-account (ws-xref-index)
                   to glj-account
               write std-gl-journal-record
               add ws-allocated-value to ws-gl-credit-total
               add 2 to ws-gl-entry-count
           else
               perform note-one-unmapped-key
           end-if
           .

       scan-xref-table.
           add 1 to ws-xref-index
           if ws-xr-std-num (ws-xref-index)
                   = std-num of std-master-record
               set xref-is-found to true
           end-if
           .

       note-one-unmapped-key.
           if ws-unmapped-count < 500
               add 1 to ws-unmapped-count
               move std-num of std-master-record
                   to ws-unm-std-num (ws-unmapped-count)
               move ws-allocated-value
                   to ws-unm-allocated (ws-unmapped-count)
           else
               display 'NO GL ACCOUNT -- '
                   std-num of std-master-record ' NOT LISTED'
           end-if
           .

       write-unmapped-section.
           move 'NO GL ACCOUNT -- NOT FED' to alrpt-section-title
           move ws-alrpt-section-line to std-alloc-report-record
           write std-alloc-report-record
           move zero to ws-unmapped-index
           perform write-one-unmapped-line
               until ws-unmapped-index not < ws-unmapped-count
           .

       write-one-unmapped-line.
           add 1 to ws-unmapped-index
           move ws-unm-std-num (ws-unmapped-index)
               to alrpt-unm-std-num
           move ws-unm-allocated (ws-unmapped-index)
               to alrpt-unm-allocated
           move ws-alrpt-unmapped-line to std-alloc-report-record
           write std-alloc-report-record
           .

      * The trailer goes on whatever the totals say, so the ledger
      * can see what it was sent; the period is only recorded as fed
      * when the two sides agree.  An out-of-balance file is left for
      * the ledger to refuse, and the period can be run again.
       close-gl-journal.
           move spaces to std-gl-journal-record
           move 'T' to glj-record-type
           move ws-gl-entry-count to glj-entry-count
           move ws-gl-debit-total to glj-debit-total
           move ws-gl-credit-total to glj-credit-total
           write std-gl-journal-record
           close std-gl-journal-file
           if ws-gl-debit-total = ws-gl-credit-total
               perform record-period-fed
           else
               display 'GL JOURNAL OUT OF BALANCE -- DEBITS '
                   ws-gl-debit-total ' CREDITS ' ws-gl-credit-total
               display 'PERIOD NOT RECORDED AS FED'
           end-if
           .

       record-period-fed.
           open extend std-gl-control-file
           if ws-glctl-status = '35'
               open output std-gl-control-file
           end-if
           if ws-glctl-status not = '00'
               display 'UNABLE TO OPEN STD-GL-CONTROL-FILE -- STATUS '
                   ws-glctl-status
               display 'PERIOD NOT RECORDED AS FED'
           else
               move ws-gl-period to glc-period
               move ws-run-date to glc-run-date
               if mode-is-replace
                   move 'R' to glc-feed-type
               else
                   move 'N' to glc-feed-type
               end-if
               move ws-gl-entry-count to glc-entry-count
               move ws-gl-debit-total to glc-debit-total
               write std-gl-control-record
               close std-gl-control-file
           end-if
           .

           if ws-exception-count > zero
               perform write-exception-section
           end-if
           if ws-unmapped-count > zero
               perform write-unmapped-section
           end-if
           move 'KEYS ALLOCATED: ' to alrpt-count-label
           move ws-allocated-count to alrpt-count-value
           move ws-alrpt-count-line to std-alloc-report-record
           move ws-alrpt-total-line to std-alloc-report-record
           write std-alloc-report-record

           move 'GL ENTRIES WRITTEN: ' to alrpt-count-label
           move ws-gl-entry-count to alrpt-count-value
           move ws-alrpt-count-line to std-alloc-report-record
           write std-alloc-report-record

           move 'KEYS WITHOUT GL ACCOUNT: ' to alrpt-count-label
           move ws-unmapped-count to alrpt-count-value
           move ws-alrpt-count-line to std-alloc-report-record
           write std-alloc-report-record

           move 'GL DEBIT TOTAL: ' to alrpt-total-label
           move ws-gl-debit-total to alrpt-total-amount
           move ws-alrpt-total-line to std-alloc-report-record
           write std-alloc-report-record

           move 'GL CREDIT TOTAL: ' to alrpt-total-label
           move ws-gl-credit-total to alrpt-total-amount
           move ws-alrpt-total-line to std-alloc-report-record
           write std-alloc-report-record

           close std-master-file.
           close std-alloc-report-file.
           perform close-gl-journal.
           display 'KEYS ALLOCATED: ' ws-allocated-count
           display 'KEYS EXCEPTED: ' ws-exception-count
           display 'INPUT AMOUNT TOTAL: ' ws-input-amount-total
           display 'ALLOCATION RUN TOTAL: ' ws-allocation-total
           display 'INPUT TOTAL TIES TO THE EXTRACT CONTROL TOTAL'
           display 'GL PERIOD: ' ws-gl-period
           display 'GL ENTRIES WRITTEN: ' ws-gl-entry-count
           display 'KEYS WITHOUT GL ACCOUNT: ' ws-unmapped-count
           .
