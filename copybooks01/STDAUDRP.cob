      * on STD-NUM and timestamp the same way the daily batch is
      * sorted ahead of its match step, so the report reads as one
      * section per STD-NUM with its changes in the order they were
      * made.  Each change shows who approved it where the journal
      * carries an approver -- the maintenance run records the
      * checker on every line it writes, and the held-record release
      * signs its lines with its own program name.  Per-field change
      * counts close the report.
       identification division.
       program-id. STDAUDRP.
       author. Miro Wengner
           05  aud-field-name          pic x(15).
           05  aud-old-value           pic x(20).
           05  aud-new-value           pic x(20).
           05  aud-approver-id         pic x(08).

       sd  std-audit-sort-file.
       01  std-audit-sort-record.
           05  srt-field-name          pic x(15).
           05  srt-old-value           pic x(20).
           05  srt-new-value           pic x(20).
           05  srt-approver-id         pic x(08).

       fd  std-audit-sorted-file
           label records are standard.
           05  auds-field-name         pic x(15).
           05  auds-old-value          pic x(20).
           05  auds-new-value          pic x(20).
           05  auds-approver-id        pic x(08).

       fd  std-audit-report-file
           label records are standard.
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(05) value 'NEW: '.
           05  arpt-new-value          pic x(20).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(13) value 'APPROVED BY: '.
           05  arpt-approver-id        pic x(08).
           05  filler                  pic x(10) value spaces.

       01  ws-arpt-count-line.
           05  filler                  pic x(05) value spaces.
           move auds-field-name to arpt-field-name
           move auds-old-value to arpt-old-value
           move auds-new-value to arpt-new-value
           move auds-approver-id to arpt-approver-id
           move ws-arpt-change-line to std-audit-report-record
           write std-audit-report-record
           add 1 to ws-selected-count
