      *   UNLOAD -- copy the indexed master front to back onto the
      *             sequential backup file, headed with the backup
      *             date and trailed with a record count and a hash
      *             total over STD-AMOUNT, and note the backup on
      *             the STDBKCAT backup catalog with its date and
      *             control figures, so the point-in-time rebuild can
      *             name the latest backup taken on or before any
      *             date;
      *   VERIFY -- re-read a backup and prove its trailer's count
      *             and hash total against what the file actually
      *             holds, checking key order on the way;
      *   RELOAD -- rebuild the indexed master from a backup,
      *             reporting any duplicate or out-of-sequence
      *             STD-NUM keys found in the backup, then walk the
      *             rebuilt alternate STD-NAME index end to end and
      *             prove it holds one entry for every record loaded.
      * The backup is the insurance policy for the indexed file every
      * program in the daily cycle now hangs off.
       identification division.
               organization is indexed
               access mode is dynamic
               record key is std-num of std-master-record
               alternate record key is std-name of std-master-record
                   with duplicates
               file status is ws-mast-status.
           select std-backup-file assign to "STDBKP"
               organization is line sequential
               file status is ws-bkp-status.
           select std-backup-catalog-file assign to "STDBKCAT"
               organization is line sequential
               file status is ws-bkcat-status.

       data division.
       file section.
           05  bkp-hash-total          pic 9(09)v9(02).
           05  filler                  pic x(25).

      * One entry per backup ever taken, appended at the end of each
      * unload -- the backup file itself is overwritten by the next
      * unload, so the catalog is the only record of which dated
      * generations exist.
       fd  std-backup-catalog-file
           label records are standard.
       01  std-backup-catalog-record.
           05  bkcat-backup-date       pic x(08).
           05  bkcat-record-count      pic 9(08).
           05  bkcat-hash-total        pic 9(09)v9(02).

       working-storage section.
       77  ws-mast-status              pic x(02) value '00'.
       77  ws-bkp-status               pic x(02) value '00'.
       77  ws-bkcat-status             pic x(02) value '00'.
       77  ws-mast-eof-switch          pic x(01) value 'N'.
           88  mast-eof                            value 'Y'.
       77  ws-bkp-eof-switch           pic x(01) value 'N'.
       77  ws-first-detail-switch      pic x(01) value 'Y'.
           88  first-detail-not-seen               value 'Y'.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-name-index-count         pic 9(08) comp value zero.

       01  ws-amount-work.
           05  ws-amount-raw           pic x(05).
           perform write-backup-trailer
           close std-master-file
           close std-backup-file
           perform catalog-backup
           display 'RECORDS UNLOADED: ' ws-record-count
           display 'HASH TOTAL: ' ws-hash-total
           display 'BACKUP DATED ' ws-run-date ' COMPLETE'
           write std-backup-record
           .

       catalog-backup.
           open extend std-backup-catalog-file
           if ws-bkcat-status = '35'
               open output std-backup-catalog-file
           end-if
           if ws-bkcat-status not = '00'
               display 'UNABLE TO OPEN STD-BACKUP-CATALOG-FILE -- '
                   'STATUS ' ws-bkcat-status
               display 'BACKUP TAKEN BUT NOT CATALOGED'
           else
               move ws-run-date to bkcat-backup-date
               move ws-record-count to bkcat-record-count
               move ws-hash-total to bkcat-hash-total
               write std-backup-catalog-record
               close std-backup-catalog-file
           end-if
           .

      * ---- VERIFY ----
       verify-backup.
           open input std-backup-file
           perform reload-one-record until bkp-eof
           close std-backup-file
           close std-master-file
           perform prove-name-index
           if not trailer-was-seen
               display 'NO TRAILER ON BACKUP -- RELOAD IS SUSPECT'
           end-if
           move std-num of bkp-detail-record to ws-prior-key
           .

      * Every record written above was filed under its STD-NAME as
      * well as its STD-NUM.  The name index is read back from its
      * lowest entry to its last, duplicates and all, so a master
      * whose name index came back short is caught here and not by
      * the first operator whose name search finds nothing.
       prove-name-index.
           open input std-master-file
           if ws-mast-status not = '00'
               display 'UNABLE TO REOPEN STD-MASTER-FILE -- STATUS '
                   ws-mast-status
               display 'NAME INDEX NOT PROVED'
           else
               move 'N' to ws-mast-eof-switch
               move low-values to std-name of std-master-record
               start std-master-file
                   key is not less than std-name of std-master-record
                   invalid key
                       set mast-eof to true
               end-start
               perform count-one-name-entry until mast-eof
               close std-master-file
               display 'NAME INDEX ENTRIES: ' ws-name-index-count
               if ws-name-index-count = ws-record-count
                   display 'NAME INDEX REBUILT AND PROVED'
               else
                   display 'NAME INDEX MISMATCH -- ENTRIES '
                       ws-name-index-count ' RELOADED '
                       ws-record-count
               end-if
           end-if
           .

       count-one-name-entry.
           read std-master-file next
               at end
                   set mast-eof to true
               not at end
                   add 1 to ws-name-index-count
           end-read
           .

       prove-reload-trailer.
           set trailer-was-seen to true
           if bkp-record-count not = ws-record-count
