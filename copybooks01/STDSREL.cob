      * by record -- both amounts on the screen -- and approves,
      * refuses, or defers each one.  An approval posts through the
      * same overlay the daily run applies, with the amount change
      * -- and any name, percent or comment the overlay changed --
      * journaled to the audit file the way the inquiry program
      * journals an on-the-spot change, so a supervised posting never
      * escapes the audit trail.  Deferred records are carried onto
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

       working-storage section.
       77  ws-susp-status              pic x(02) value '00'.
       77  ws-run-date-part            pic x(08) value spaces.
       77  ws-run-time-part            pic x(08) value spaces.
       77  ws-run-timestamp            pic x(14) value spaces.
       77  ws-prior-name               pic x(20) value spaces.
       77  ws-prior-percent            pic x(03) value spaces.
       77  ws-prior-comment            pic x(10) value spaces.

       procedure division.
       main section.

       post-approved-record.
           move std-amount of std-master-record to aud-old-value
           move std-name of std-master-record to ws-prior-name
           move std-percent of std-master-record to ws-prior-percent
           move std-comment of std-master-record to ws-prior-comment
           move std-name of std-suspense-record
               to std-name of std-master-record
           move std-percent of std-suspense-record
               move std-amount of std-master-record to aud-new-value
               move 'STD-AMOUNT' to aud-field-name
               perform write-one-audit-record
               perform write-field-audit-entries
               add 1 to ws-approved-count
               display 'APPROVED AND POSTED -- '
                   std-num of std-suspense-record
           add 1 to ws-deferred-count
           .

      * The held record overlays the descriptive fields as well as
      * the amount, and no history entry is written for a supervised
      * posting, so every field the overlay actually changed is
      * journaled too -- the audit trail alone accounts for the
      * record.
       write-field-audit-entries.
           if std-name of std-master-record not = ws-prior-name
               move 'STD-NAME' to aud-field-name
               move ws-prior-name to aud-old-value
               move std-name of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           if std-percent of std-master-record not = ws-prior-percent
               move 'STD-PERCENT' to aud-field-name
               move ws-prior-percent to aud-old-value
               move std-percent of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           if std-comment of std-master-record not = ws-prior-comment
               move 'STD-COMMENT' to aud-field-name
               move ws-prior-comment to aud-old-value
               move std-comment of std-master-record to aud-new-value
               perform write-one-audit-record
           end-if
           .

      * The journal line matches the batch maintenance layout byte
      * for byte, stamped with the moment the release was keyed.
       write-one-audit-record.
           end-string
           move ws-run-timestamp to aud-run-timestamp
           move std-num of std-suspense-record to aud-std-num
           move spaces to aud-approver-id
           write std-audit-record
           .

