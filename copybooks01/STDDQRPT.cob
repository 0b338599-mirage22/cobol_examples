      * MIT License
      * Copyright (c) 2020 Miro Wengner
      *
      * Month-end department data-quality scorecard for the monthly
      * department review.  Sums the cumulative STDDSTAT statistics
      * file the nightly collector keeps, and prints one block per
      * department feed -- DEPT01 to DEPT04 and RESUBMIT -- on the
      * STDDQSC scorecard: batches sent, feeds missing, trailers out of
      * balance, records received, records rejected (in all and by
      * reason code), held for a suspended key, held outside the
      * posting tolerance, not on STD-MASTER, and the correction run's
      * chronic rejects traced back to the department.  Every count is
      * printed for the selected month beside the month before it,
      * with the change between the two.  The month comes in on the
      * command line as YYYYMM and defaults to the month the run is
      * made in.  Counts the collector could not trace to one of the
      * five feeds (UNKNOWN), or that belong to the new-key release
      * feed, are not scored; their total is shown at the foot so the
      * scorecard still adds up to the file.
       identification division.
       program-id. STDDQRPT.
       author. Miro Wengner

       environment division.
       input-output section.
       file-control.
           select std-dept-stats-file assign to "STDDSTAT"
               organization is line sequential
               file status is ws-dstat-status.
           select std-scorecard-file assign to "STDDQSC"
               organization is line sequential
               file status is ws-dqsc-status.

       data division.
       file section.
       fd  std-dept-stats-file
           label records are standard.
       01  std-dept-stats-record.
           copy 'stddstat.cpy'.

       fd  std-scorecard-file
           label records are standard.
       01  std-scorecard-record        pic x(132).

       working-storage section.
       77  ws-dstat-status             pic x(02) value '00'.
       77  ws-dqsc-status              pic x(02) value '00'.
       77  ws-dstat-eof-switch         pic x(01) value 'N'.
           88  dstat-eof                           value 'Y'.
       77  ws-found-switch             pic x(01) value 'N'.
           88  entry-is-found                      value 'Y'.
       77  ws-parm-line                pic x(30) value spaces.
       77  ws-run-date                 pic x(08) value spaces.
       77  ws-month-index              pic 9(04) comp value zero.
       77  ws-dept-index               pic 9(04) comp value zero.
       77  ws-row-index                pic 9(04) comp value zero.
       77  ws-other-row                pic 9(04) comp value 14.
       77  ws-rejected-row             pic 9(04) comp value 5.
       77  ws-entries-read             pic 9(08) comp value zero.
       77  ws-entries-scored           pic 9(08) comp value zero.
       77  ws-entries-not-scored       pic 9(08) comp value zero.
       77  ws-count-not-scored         pic 9(08) comp value zero.
       77  ws-change                   pic s9(08) value zero.

       01  ws-select-month             pic x(06) value spaces.
       01  ws-select-month-parts redefines ws-select-month.
           05  ws-select-year          pic 9(04).
           05  ws-select-mm            pic 9(02).

       01  ws-prior-month              pic x(06) value spaces.
       01  ws-prior-month-parts redefines ws-prior-month.
           05  ws-prior-year           pic 9(04).
           05  ws-prior-mm             pic 9(02).

      * The five department feeds scored, in the merge step's order.
       01  ws-dept-values.
           05  filler                  pic x(08) value 'DEPT01'.
           05  filler                  pic x(08) value 'DEPT02'.
           05  filler                  pic x(08) value 'DEPT03'.
           05  filler                  pic x(08) value 'DEPT04'.
           05  filler                  pic x(08) value 'RESUBMIT'.
       01  ws-dept-table redefines ws-dept-values.
           05  ws-dept-id              pic x(08) occurs 5 times.

      * One scorecard line per count code, in print order.  REJT is
      * the sum of every reject code; EOTH gathers the codes with no
      * line of their own.
       01  ws-row-values.
           05  filler                  pic x(04) value 'BSNT'.
           05  filler                  pic x(30)
                   value 'BATCHES SENT'.
           05  filler                  pic x(04) value 'FMIS'.
           05  filler                  pic x(30)
                   value 'FEEDS MISSING'.
           05  filler                  pic x(04) value 'TOOB'.
           05  filler                  pic x(30)
                   value 'TRAILERS OUT OF BALANCE'.
           05  filler                  pic x(04) value 'RECV'.
           05  filler                  pic x(30)
                   value 'RECORDS RECEIVED'.
           05  filler                  pic x(04) value 'REJT'.
           05  filler                  pic x(30)
                   value 'RECORDS REJECTED'.
           05  filler                  pic x(04) value 'E001'.
           05  filler                  pic x(30)
                   value '  E001 STD-NUM IS BLANK'.
           05  filler                  pic x(04) value 'E002'.
           05  filler                  pic x(30)
                   value '  E002 PERCENT NOT NUMERIC'.
           05  filler                  pic x(04) value 'E003'.
           05  filler                  pic x(30)
                   value '  E003 PERCENT OUT OF RANGE'.
           05  filler                  pic x(04) value 'E004'.
           05  filler                  pic x(30)
                   value '  E004 STD-NAME IS BLANK'.
           05  filler                  pic x(04) value 'E005'.
           05  filler                  pic x(30)
                   value '  E005 STD-COMMENT IS BLANK'.
           05  filler                  pic x(04) value 'E006'.
           05  filler                  pic x(30)
                   value '  E006 AMOUNT NOT NUMERIC'.
           05  filler                  pic x(04) value 'E007'.
           05  filler                  pic x(30)
                   value '  E007 STD-NUM IS CLOSED'.
           05  filler                  pic x(04) value 'E010'.
           05  filler                  pic x(30)
                   value '  E010 NEW KEY REFUSED'.
           05  filler                  pic x(04) value 'EOTH'.
           05  filler                  pic x(30)
                   value '  OTHER REASON CODES'.
           05  filler                  pic x(04) value 'HELD'.
           05  filler                  pic x(30)
                   value 'HELD -- KEY SUSPENDED'.
           05  filler                  pic x(04) value 'SUSP'.
           05  filler                  pic x(30)
                   value 'HELD -- OUTSIDE TOLERANCE'.
           05  filler                  pic x(04) value 'NOTM'.
           05  filler                  pic x(30)
                   value 'NOT ON STD-MASTER'.
           05  filler                  pic x(04) value 'CHRN'.
           05  filler                  pic x(30)
                   value 'CHRONIC REJECTS TRACED'.
       01  ws-row-table redefines ws-row-values.
           05  ws-row-entry occurs 18 times.
               10  ws-row-code         pic x(04).
               10  ws-row-label        pic x(30).

      * Department by scorecard line by month -- the selected month
      * first, the month before it second.
       01  ws-score-table.
           05  ws-score-dept occurs 5 times.
               10  ws-score-row occurs 18 times.
                   15  ws-score-count  pic 9(08) comp value zero
                                       occurs 2 times.

       01  ws-dqsc-heading-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(36)
                   value 'DEPARTMENT DATA-QUALITY SCORECARD'.
           05  filler                  pic x(07) value 'MONTH: '.
           05  dqsc-select-month       pic x(06).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(07) value 'PRIOR: '.
           05  dqsc-prior-month        pic x(06).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value 'RUN DATE: '.
           05  dqsc-run-date           pic x(08).
           05  filler                  pic x(41) value spaces.

       01  ws-dqsc-dept-line.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(12) value 'DEPARTMENT: '.
           05  dqsc-dept-id            pic x(08).
           05  filler                  pic x(13) value spaces.
           05  filler                  pic x(11) value ' THIS MONTH'.
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value 'PRIOR MONTH'.
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(11) value '     CHANGE'.
           05  filler                  pic x(55) value spaces.

       01  ws-dqsc-detail-line.
           05  filler                  pic x(05) value spaces.
           05  dqsc-row-label          pic x(30).
           05  filler                  pic x(03) value spaces.
           05  dqsc-this-count         pic zzz,zzz,zz9.
           05  filler                  pic x(03) value spaces.
           05  dqsc-prior-count        pic zzz,zzz,zz9.
           05  filler                  pic x(03) value spaces.
           05  dqsc-change             pic +++,+++,++9.
           05  filler                  pic x(55) value spaces.

       01  ws-dqsc-count-line.
           05  filler                  pic x(05) value spaces.
           05  dqsc-count-label        pic x(26).
           05  dqsc-count-value        pic zzz,zzz,zz9.
           05  filler                  pic x(90) value spaces.

       procedure division.
       main section.
           perform initialize-run.
           perform accumulate-statistics.
           perform print-scorecard.
           perform finalize-run.
           stop run
           .

      * A blank month falls back to the month the run is made in, the
      * ordinary month-end case.  January's prior month is December
      * of the year before.
       initialize-run.
           accept ws-run-date from date yyyymmdd
           accept ws-parm-line from command-line
           unstring ws-parm-line delimited by all spaces
               into ws-select-month
           end-unstring
           if ws-select-month = spaces
               move ws-run-date (1:6) to ws-select-month
           end-if
           if ws-select-month is not numeric
               display 'MONTH MUST BE YYYYMM -- ' ws-select-month
               display 'RUN ABORTED'
               stop run
           end-if
           if ws-select-mm < 1 or ws-select-mm > 12
               display 'MONTH MUST BE YYYYMM -- ' ws-select-month
               display 'RUN ABORTED'
               stop run
           end-if
           if ws-select-mm = 1
               compute ws-prior-year = ws-select-year - 1
               move 12 to ws-prior-mm
           else
               move ws-select-year to ws-prior-year
               compute ws-prior-mm = ws-select-mm - 1
           end-if
           open output std-scorecard-file
           if ws-dqsc-status not = '00'
               display 'UNABLE TO OPEN STD-SCORECARD-FILE -- STATUS '
                   ws-dqsc-status
               display 'RUN ABORTED'
               stop run
           end-if
           move ws-select-month to dqsc-select-month
           move ws-prior-month to dqsc-prior-month
           move ws-run-date to dqsc-run-date
           move ws-dqsc-heading-line to std-scorecard-record
           write std-scorecard-record
           .

      * ---- ACCUMULATE ----
       accumulate-statistics.
           open input std-dept-stats-file
           if ws-dstat-status = '35'
               display 'NO DEPARTMENT STATISTICS -- SCORECARD IS EMPTY'
           else
               if ws-dstat-status not = '00'
                   display 'UNABLE TO OPEN STD-DEPT-STATS-FILE -- '
                       'STATUS ' ws-dstat-status
                   display 'RUN ABORTED'
                   stop run
               end-if
               perform accumulate-one-entry until dstat-eof
               close std-dept-stats-file
           end-if
           .

       accumulate-one-entry.
           read std-dept-stats-file
               at end
                   set dstat-eof to true
               not at end
                   perform score-one-entry
           end-read
           .

       score-one-entry.
           move zero to ws-month-index
           if dst-run-date (1:6) = ws-select-month
               move 1 to ws-month-index
           end-if
           if dst-run-date (1:6) = ws-prior-month
               move 2 to ws-month-index
           end-if
           if ws-month-index > zero
               add 1 to ws-entries-read
               perform find-dept
               if entry-is-found
                   perform find-row
                   add dst-count to ws-score-count
                       (ws-dept-index ws-row-index ws-month-index)
                   if dst-count-code (1:1) = 'E'
                       add dst-count to ws-score-count
                           (ws-dept-index ws-rejected-row
                            ws-month-index)
                   end-if
                   add 1 to ws-entries-scored
               else
                   add 1 to ws-entries-not-scored
                   if ws-month-index = 1
                       add dst-count to ws-count-not-scored
                   end-if
               end-if
           end-if
           .

       find-dept.
           move 'N' to ws-found-switch
           move zero to ws-dept-index
           perform scan-dept-table
               until entry-is-found
               or ws-dept-index not < 5
           .

       scan-dept-table.
           add 1 to ws-dept-index
           if ws-dept-id (ws-dept-index) = dst-dept-id
               set entry-is-found to true
           end-if
           .

      * A reject code with no line of its own falls to the other
      * codes line; the department itself was already found.
       find-row.
           move 'N' to ws-found-switch
           move zero to ws-row-index
           perform scan-row-table
               until entry-is-found
               or ws-row-index not < 18
           if not entry-is-found
               move ws-other-row to ws-row-index
           end-if
           set entry-is-found to true
           .

       scan-row-table.
           add 1 to ws-row-index
           if ws-row-code (ws-row-index) = dst-count-code
               set entry-is-found to true
           end-if
           .

      * ---- PRINT ----
       print-scorecard.
           move zero to ws-dept-index
           perform print-one-dept
               until ws-dept-index not < 5
           .

       print-one-dept.
           add 1 to ws-dept-index
           move spaces to std-scorecard-record
           write std-scorecard-record
           move ws-dept-id (ws-dept-index) to dqsc-dept-id
           move ws-dqsc-dept-line to std-scorecard-record
           write std-scorecard-record
           move zero to ws-row-index
           perform print-one-row
               until ws-row-index not < 18
           .

       print-one-row.
           add 1 to ws-row-index
           move ws-row-label (ws-row-index) to dqsc-row-label
           move ws-score-count (ws-dept-index ws-row-index 1)
               to dqsc-this-count
           move ws-score-count (ws-dept-index ws-row-index 2)
               to dqsc-prior-count
           compute ws-change =
               ws-score-count (ws-dept-index ws-row-index 1)
               - ws-score-count (ws-dept-index ws-row-index 2)
           move ws-change to dqsc-change
           move ws-dqsc-detail-line to std-scorecard-record
           write std-scorecard-record
           .

       write-count-line.
           move ws-dqsc-count-line to std-scorecard-record
           write std-scorecard-record
           .

       finalize-run.
           move spaces to std-scorecard-record
           write std-scorecard-record
           move 'STATISTICS ENTRIES READ: ' to dqsc-count-label
           move ws-entries-read to dqsc-count-value
           perform write-count-line
           move 'ENTRIES SCORED: ' to dqsc-count-label
           move ws-entries-scored to dqsc-count-value
           perform write-count-line
           move 'ENTRIES NOT SCORED: ' to dqsc-count-label
           move ws-entries-not-scored to dqsc-count-value
           perform write-count-line
           move 'COUNT NOT SCORED, MONTH: ' to dqsc-count-label
           move ws-count-not-scored to dqsc-count-value
           perform write-count-line
           close std-scorecard-file
           display 'SCORECARD WRITTEN FOR ' ws-select-month
           .
