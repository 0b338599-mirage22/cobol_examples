      * the batch's own REWRITE.  A supervisor can override, loudly,
      * and the override is journaled to the audit file against the
      * key changed, so an in-window change is at least traceable.
      * Inquiry and paging are never locked out.  When a department
      * phones about a key by name, the operator can search on all or
      * the leading part of STD-NAME through the master's alternate
      * name index; every match is listed with its number and status,
      * twenty to a page, and the one picked from the page on the
      * screen drops straight into the normal inquiry display, ready
      * for paging or a change.  A search that ends without a pick
      * leaves paging where it was, on STD-NUM order.
       identification division.
       program-id. STDINQ.
       author. Miro Wengner
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-audit-file assign to "STDAUDIT"
               organization is line sequential
           05  aud-field-name          pic x(15).
           05  aud-old-value           pic x(20).
           05  aud-new-value           pic x(20).
           05  aud-approver-id         pic x(08).

      * The shared run-control file the batch cycle writes its
      * started/completed entries to -- read here, never written, to
           88  command-is-prior                    value 'P'.
           88  command-is-change                   value 'C'.
           88  command-is-exit                     value 'X'.
           88  command-is-search                   value 'S'.
       77  ws-inquire-key              pic x(05) value spaces.
       77  ws-record-held-switch       pic x(01) value 'N'.
           88  record-is-held                      value 'Y'.
       77  ws-run-time-part            pic x(08) value spaces.
       77  ws-run-timestamp            pic x(14) value spaces.
       77  ws-status-text              pic x(09) value spaces.
       77  ws-search-name              pic x(20) value spaces.
       77  ws-search-length            pic 9(02) comp value zero.
       77  ws-search-done-switch       pic x(01) value 'N'.
           88  name-search-done                    value 'Y'.
       77  ws-match-count              pic 9(02) comp value zero.
       77  ws-match-display            pic z9.
       77  ws-more-answer              pic x(01) value space.
       77  ws-last-shown-key           pic x(05) value low-values.

      * The numbers of the keys on the page of name matches on the
      * screen, in the order listed, so the operator's pick can be
      * read back by number.
       01  ws-match-table.
           05  ws-match-std-num occurs 20 times
                                       pic x(05).

      * The pick is keyed as one or two digits; a single digit is
      * shifted right behind a zero before the numeric test.
       01  ws-pick-work.
           05  ws-pick-text            pic x(02).
           05  ws-pick-number redefines ws-pick-text
                                       pic 9(02).

      * One slot per cycle program seen on today's run-control
      * entries, holding the last entry type read for it -- a program
               stop run
           end-if
           display 'STD-MASTER INQUIRY -- I NNNNN INQUIRE, N NEXT,'
               ' P PRIOR, C CHANGE, S NAME SEARCH, X EXIT'
           perform check-batch-window
           if cycle-step-in-flight
               display 'BATCH CYCLE IN FLIGHT -- ' ws-inflight-program
       handle-one-command.
           display 'COMMAND? ' with no advancing
           accept ws-command
           inspect ws-command converting 'inpcxs' to 'INPCXS'
           evaluate true
               when command-is-inquire
                   perform inquire-by-key
                   perform page-backward
               when command-is-change
                   perform change-one-field
               when command-is-search
                   perform search-by-name
               when command-is-exit
                   continue
               when other
           end-read
           .

      * A name search positions on the alternate name index at the
      * first name not less than the one keyed, then reads forward
      * while the leading characters still match -- so a partial
      * name lists every key whose name starts with it, and a full
      * name lists every key carrying exactly that name.  Unless a
      * pick is read back on the prime key, paging is put back on
      * STD-NUM order before the next command.
       search-by-name.
           display 'NAME (FULL OR LEADING PART)? ' with no advancing
           move spaces to ws-search-name
           accept ws-search-name
           move 20 to ws-search-length
           perform shorten-search-length
               until ws-search-length = zero
               or ws-search-name (ws-search-length:1) not = space
           move 'N' to ws-record-held-switch
           move zero to ws-match-count
           if ws-search-length = zero
               display 'NAME REQUIRED -- NOTHING SEARCHED'
           else
               move 'N' to ws-search-done-switch
               move ws-search-name to std-name of std-master-record
               start std-master-file
                   key is not less than std-name of std-master-record
                   invalid key
                       set name-search-done to true
               end-start
               perform read-one-name-match until name-search-done
               if ws-match-count = zero
                   display 'NO KEY ON STD-MASTER MATCHES NAME '
                       ws-search-name
               else
                   perform pick-one-match
               end-if
           end-if
           if not record-is-held
               perform restore-key-position
           end-if
           .

       shorten-search-length.
           subtract 1 from ws-search-length
           .

       read-one-name-match.
           read std-master-file next
               at end
                   set name-search-done to true
               not at end
                   if std-name of std-master-record (1:ws-search-length)
                           not = ws-search-name (1:ws-search-length)
                       set name-search-done to true
                   else
                       perform list-one-name-match
                   end-if
           end-read
           .

      * A match past the twentieth starts a new page, numbered from
      * one again, once the operator asks for it; declining stops the
      * list so the pick is made from the page on the screen.
       list-one-name-match.
           if ws-match-count not < 20
               perform ask-for-more-matches
           end-if
           if not name-search-done
               add 1 to ws-match-count
               move std-num of std-master-record
                   to ws-match-std-num (ws-match-count)
               perform set-status-text
               move ws-match-count to ws-match-display
               display ws-match-display '  '
                   std-num of std-master-record '  '
                   std-name of std-master-record '  '
                   ws-status-text
           end-if
           .

       ask-for-more-matches.
           display 'MORE (Y/N)? ' with no advancing
           move space to ws-more-answer
           accept ws-more-answer
           inspect ws-more-answer converting 'y' to 'Y'
           if ws-more-answer = 'Y'
               move zero to ws-match-count
           else
               set name-search-done to true
           end-if
           .

      * The picked key is read back on the prime key, which also puts
      * paging back onto STD-NUM order for whatever follows.
       pick-one-match.
           display 'PICK (1-' ws-match-count ', 0 NONE)? '
               with no advancing
           accept ws-pick-text
           if ws-pick-text (2:1) = space
               move ws-pick-text (1:1) to ws-pick-text (2:1)
               move '0' to ws-pick-text (1:1)
           end-if
           if ws-pick-number is numeric
               and ws-pick-number > zero
               and ws-pick-number not > ws-match-count
               move ws-match-std-num (ws-pick-number)
                   to std-num of std-master-record
               read std-master-file
                   key is std-num of std-master-record
                   invalid key
                       display std-num of std-master-record
                           ' NO LONGER ON STD-MASTER'
                   not invalid key
                       set record-is-held to true
                       perform display-master-record
               end-read
           else
               display 'NO RECORD PICKED'
           end-if
           .

      * Puts the key of reference back on STD-NUM, at the last record
      * shown, so N and P walk on from it as though no search had been
      * made -- or at the top of the file if nothing has been shown.
      * A record gone since it was shown leaves the position at the
      * next key after it.
       restore-key-position.
           if ws-last-shown-key = low-values
               move low-values to std-num of std-master-record
               start std-master-file
                   key is not less than std-num of std-master-record
                   invalid key
                       continue
               end-start
           else
               move ws-last-shown-key to std-num of std-master-record
               read std-master-file
                   key is std-num of std-master-record
                   invalid key
                       start std-master-file
                           key is greater than
                               std-num of std-master-record
                           invalid key
                               continue
                       end-start
               end-read
           end-if
           .

       display-master-record.
           move std-num of std-master-record to ws-last-shown-key
           display 'STD-NUM:     ' std-num of std-master-record
           display 'STD-NAME:    ' std-name of std-master-record
           display 'STD-PERCENT: ' std-percent of std-master-record
           display 'STD-COMMENT: ' std-comment of std-master-record
           display 'STD-AMOUNT:  ' std-amount of std-master-record
           perform set-status-text
           display 'STD-STATUS:  ' ws-status-text
           .

       set-status-text.
           evaluate true
               when std-is-closed of std-master-record
                   move 'CLOSED' to ws-status-text
               when other
                   move 'ACTIVE' to ws-status-text
           end-evaluate
           .

      * One field of the record on the screen is replaced with a
           move std-num of std-master-record to aud-std-num
           move ws-old-value to aud-old-value
           move ws-new-value to aud-new-value
           move spaces to aud-approver-id
           write std-audit-record
           .

