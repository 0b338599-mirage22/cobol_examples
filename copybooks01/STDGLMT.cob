      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * GL cross-reference maintenance.  Lists and updates the
      * STDGLXR table the allocation run uses to post each key's
      * allocated value to the general ledger -- one entry per
      * STD-NUM naming the account debited and the account credited
      * -- so finance can map a new key, or move one to another
      * account, without involving a programmer.  Run with a mode
      * word:
      *   LIST                     -- show every entry on the table;
      *   SET std-num debit credit -- add or replace the entry for
      *                               one key, both accounts given;
      *   DROP std-num             -- remove the entry for one key,
      *                               which leaves it out of the feed
      *                               until it is mapped again.
      * An account is keyed as the ledger knows it, up to ten
      * characters; a key mapped to the same account on both sides is
      * refused, since the pair would post nothing.  Every change made
      * is displayed with the value it replaced.
       identification division.
       program-id. STDGLMT.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-gl-xref-file assign to "STDGLXR"
               organization is line sequential
               file status is ws-glxr-status.

       data division.
       file section.
       fd  std-gl-xref-file
           label records are standard.
       01  std-gl-xref-record.
           05  glxr-std-num            pic x(05).
           05  glxr-debit-account      pic x(10).
           05  glxr-credit-account     pic x(10).

       working-storage section.
       77  ws-glxr-status              pic x(02) value '00'.
       77  ws-glxr-eof-switch          pic x(01) value 'N'.
           88  glxr-eof                            value 'Y'.
       77  ws-cmd-line                 pic x(50) value spaces.
       77  ws-run-mode                 pic x(08) value spaces.
           88  mode-is-list                        value 'LIST'.
           88  mode-is-set                         value 'SET'.
           88  mode-is-drop                        value 'DROP'.
       77  ws-set-std-num              pic x(05) value spaces.
       77  ws-set-debit-account        pic x(10) value spaces.
       77  ws-set-credit-account       pic x(10) value spaces.
       77  ws-request-valid-switch     pic x(01) value 'N'.
           88  request-is-valid                    value 'Y'.
       77  ws-entry-count              pic 9(04) comp value zero.
       77  ws-entry-index              pic 9(04) comp value zero.
       77  ws-entry-found-switch       pic x(01) value 'N'.
           88  entry-slot-is-found                 value 'Y'.
       77  ws-entry-stored-switch      pic x(01) value 'N'.
           88  entry-was-stored                    value 'Y'.
       77  ws-listed-count             pic 9(04) comp value zero.
       77  ws-written-count            pic 9(04) comp value zero.

      * The whole table held in storage while one entry is replaced
      * or dropped, then rewritten whole the way the parameter
      * maintenance rewrites its file.  It is the size the allocation
      * run loads.
       01  ws-xref-table.
           05  ws-xref-entry occurs 500 times.
               10  ws-tbl-std-num      pic x(05).
               10  ws-tbl-debit-account
                                       pic x(10).
               10  ws-tbl-credit-account
                                       pic x(10).

       procedure division.
       main section.
           accept ws-cmd-line from command-line
           unstring ws-cmd-line delimited by all spaces
               into ws-run-mode ws-set-std-num ws-set-debit-account
                   ws-set-credit-account
           end-unstring
           evaluate true
               when mode-is-list
                   perform list-xref-entries
               when mode-is-set
                   perform set-one-entry
               when mode-is-drop
                   perform drop-one-entry
               when other
                   display 'MODE MUST BE LIST, SET OR DROP -- '
                       ws-run-mode
                   display 'RUN ABORTED'
           end-evaluate
           stop run
           .

      * ---- LIST ----
       list-xref-entries.
           open input std-gl-xref-file
           if ws-glxr-status = '35'
               display 'NO GL CROSS-REFERENCE -- NO KEY IS MAPPED'
           else
               if ws-glxr-status not = '00'
                   display 'UNABLE TO OPEN STD-GL-XREF-FILE -- STATUS '
                       ws-glxr-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform list-one-entry until glxr-eof
               close std-gl-xref-file
               display 'KEYS MAPPED: ' ws-listed-count
           end-if
           .

       list-one-entry.
           read std-gl-xref-file
               at end
                   set glxr-eof to true
               not at end
                   display glxr-std-num ' DEBIT ' glxr-debit-account
                       ' CREDIT ' glxr-credit-account
                   add 1 to ws-listed-count
           end-read
           .

      * ---- SET ----
       set-one-entry.
           perform validate-set-request
           if request-is-valid
               perform load-xref-table
               perform place-entry-in-table
               if entry-was-stored
                   perform rewrite-xref-file
                   display ws-set-std-num ' MAPPED -- DEBIT '
                       ws-set-debit-account ' CREDIT '
                       ws-set-credit-account
               else
                   display 'RUN ABORTED'
               end-if
           else
               display 'RUN ABORTED'
           end-if
           .

       validate-set-request.
           move 'N' to ws-request-valid-switch
           evaluate true
               when ws-set-std-num = spaces
                   display 'STD-NUM REQUIRED'
               when ws-set-debit-account = spaces
                   or ws-set-credit-account = spaces
                   display 'BOTH A DEBIT AND A CREDIT ACCOUNT REQUIRED'
               when ws-set-debit-account = ws-set-credit-account
                   display 'DEBIT AND CREDIT ACCOUNT ARE THE SAME -- '
                       ws-set-debit-account
               when other
                   set request-is-valid to true
           end-evaluate
           .

       place-entry-in-table.
           perform find-entry-in-table
           if entry-slot-is-found
               display 'REPLACING ' ws-set-std-num ' -- WAS DEBIT '
                   ws-tbl-debit-account (ws-entry-index) ' CREDIT '
                   ws-tbl-credit-account (ws-entry-index)
               move ws-set-debit-account
                   to ws-tbl-debit-account (ws-entry-index)
               move ws-set-credit-account
                   to ws-tbl-credit-account (ws-entry-index)
               set entry-was-stored to true
           else
               if ws-entry-count < 500
                   add 1 to ws-entry-count
                   move ws-set-std-num
                       to ws-tbl-std-num (ws-entry-count)
                   move ws-set-debit-account
                       to ws-tbl-debit-account (ws-entry-count)
                   move ws-set-credit-account
                       to ws-tbl-credit-account (ws-entry-count)
                   set entry-was-stored to true
               else
                   display 'GL CROSS-REFERENCE TABLE FULL -- '
                       ws-set-std-num ' NOT MAPPED'
               end-if
           end-if
           .

      * ---- DROP ----
       drop-one-entry.
           if ws-set-std-num = spaces
               display 'STD-NUM REQUIRED'
               display 'RUN ABORTED'
           else
               perform load-xref-table
               perform find-entry-in-table
               if entry-slot-is-found
                   display 'DROPPING ' ws-set-std-num ' -- WAS DEBIT '
                       ws-tbl-debit-account (ws-entry-index)
                       ' CREDIT '
                       ws-tbl-credit-account (ws-entry-index)
                   move spaces to ws-tbl-std-num (ws-entry-index)
                   perform rewrite-xref-file
               else
                   display ws-set-std-num ' IS NOT MAPPED'
                   display 'RUN ABORTED'
               end-if
           end-if
           .

       load-xref-table.
           move zero to ws-entry-count
           move 'N' to ws-glxr-eof-switch
           open input std-gl-xref-file
           if ws-glxr-status = '35'
               display 'NO GL CROSS-REFERENCE -- STARTING ONE'
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
                   if ws-entry-count < 500
                       add 1 to ws-entry-count
                       move glxr-std-num
                           to ws-tbl-std-num (ws-entry-count)
                       move glxr-debit-account
                           to ws-tbl-debit-account (ws-entry-count)
                       move glxr-credit-account
                           to ws-tbl-credit-account (ws-entry-count)
                   else
                       display 'GL CROSS-REFERENCE TABLE FULL -- '
                           glxr-std-num ' DROPPED'
                   end-if
           end-read
           .

       find-entry-in-table.
           move 'N' to ws-entry-found-switch
           move zero to ws-entry-index
           perform scan-xref-table
               until entry-slot-is-found
               or ws-entry-index not < ws-entry-count
           .

       scan-xref-table.
           add 1 to ws-entry-index
           if ws-tbl-std-num (ws-entry-index) = ws-set-std-num
               set entry-slot-is-found to true
           end-if
           .

      * A dropped entry is left blank in the table and simply not
      * written back.
       rewrite-xref-file.
           open output std-gl-xref-file
           if ws-glxr-status not = '00'
               display 'UNABLE TO OPEN STD-GL-XREF-FILE -- STATUS '
                   ws-glxr-status
               display 'RUN ABORTED'
               stop run
           end-if
           move zero to ws-entry-index
           perform write-one-xref-entry
               until ws-entry-index not < ws-entry-count
           close std-gl-xref-file
           display 'KEYS MAPPED: ' ws-written-count
           .

       write-one-xref-entry.
           add 1 to ws-entry-index
           if ws-tbl-std-num (ws-entry-index) not = spaces
               move ws-tbl-std-num (ws-entry-index) to glxr-std-num
               move ws-tbl-debit-account (ws-entry-index)
                   to glxr-debit-account
               move ws-tbl-credit-account (ws-entry-index)
                   to glxr-credit-account
               write std-gl-xref-record
               add 1 to ws-written-count
           end-if
           .
