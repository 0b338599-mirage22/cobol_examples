      * keyword-value entries on STDPARMS that the cycle's programs
      * read at startup -- the checkpoint interval, the posting
      * tolerance, the resubmission cap, the correction-table limit,
      * the archive retention, the held-record aging limit, the
      * dormant-key review period, the daily edit's posting mode, and
      * each step's predecessor name -- so operations can tighten a
      * knob for one night and put it back without involving a
      * programmer.  Run with a mode word:
      *   LIST                -- show every entry on the file;
      *   SET keyword value   -- add or replace one entry, after
      *                          proving the keyword is known and the
      *                          value is inside its allowed range.
      * A numeric value is keyed zero-filled, five digits (00050 for
      * fifty); a predecessor is keyed as a program name, or NONE to
      * clear the check; the posting mode is keyed RANDOM or
      * SEQUENTIAL.  An unknown keyword or an out-of-range value
      * is refused -- the readers would only ignore or reject it at
      * three in the morning, which is the wrong time to find out.
       identification division.
           88  set-value-is-valid                  value 'Y'.
       77  ws-value-is-name-switch     pic x(01) value 'N'.
           88  keyword-takes-a-name                value 'Y'.
       77  ws-value-is-mode-switch     pic x(01) value 'N'.
           88  keyword-takes-a-mode                value 'Y'.
       77  ws-low-limit                pic 9(05) value zero.
       77  ws-high-limit               pic 9(05) value zero.
       77  ws-entry-count              pic 9(02) comp value zero.
       validate-set-request.
           move 'N' to ws-value-valid-switch
           move 'N' to ws-value-is-name-switch
           move 'N' to ws-value-is-mode-switch
           move zero to ws-low-limit
           move zero to ws-high-limit
           evaluate ws-set-keyword
               when 'RETENTION-MONTHS'
                   move 1 to ws-low-limit
                   move 99 to ws-high-limit
               when 'HELD-AGING-DAYS'
                   move 1 to ws-low-limit
                   move 99999 to ws-high-limit
               when 'DORMANT-MONTHS'
                   move 1 to ws-low-limit
                   move 99 to ws-high-limit
               when 'EDIT-PREDECESSOR'
               when 'SORT-PREDECESSOR'
               when 'MAINT-PREDECESSOR'
               when 'HREL-PREDECESSOR'
                   set keyword-takes-a-name to true
               when 'POSTING-MODE'
                   set keyword-takes-a-mode to true
               when other
                   display 'UNKNOWN KEYWORD -- ' ws-set-keyword
           end-evaluate
           if keyword-takes-a-name
               perform validate-name-value
           else
               if keyword-takes-a-mode
                   perform validate-mode-value
               else
                   if ws-high-limit > zero
                       perform validate-numeric-value
                   end-if
               end-if
           end-if
           .
           end-if
           .

       validate-mode-value.
           if ws-set-value = 'RANDOM' or ws-set-value = 'SEQUENTIAL'
               set set-value-is-valid to true
           else
               display 'VALUE MUST BE RANDOM OR SEQUENTIAL -- '
                   ws-set-value
           end-if
           .

      * Numeric values ride the file zero-filled in five digits, the
      * shape every reader proves with a simple numeric test -- a
      * bare 100 is refused here rather than ignored at run time.
