      *> Luc Levesque
      *> 1238403
      *> statscore.cob
      *> monthly data-quality scorecard - statopsum answers "what
      *> happened last night"; this answers "how did each owner's
      *> feeds do this month". reads a month of the central run
      *> log with the dataset master and statfeedchk's missing-
      *> feed log and prints a scorecard per owner with each of
      *> their registered datasets underneath: expected against
      *> actual deliveries, late and missing deliveries, reject and
      *> outlier rates, out-of-balance and out-of-control counts,
      *> and a score and grade against the thresholds in
      *> statscore_params.txt. it closes with the worst datasets
      *> across the shop and each owner against the month before
       identification division.
       program-id. statscore.

       environment division.
       input-output section.
       file-control.
           select master-file assign to "statmeasure2_master.dat"
               organization is indexed
               access mode is dynamic
               record key is ms-filename
               file status is ws-master-status.
           select audit-file
               assign to "statmeasure2_auditlog.txt"
               organization is line sequential
               file status is ws-audit-status.
           select missing-file
               assign to "statfeedchk_missing.txt"
               organization is line sequential
               file status is ws-missing-status.
      *> optional scoring thresholds, same keyword-line pattern as
      *> statmeasure2's parameter file
           select param-file
               assign to "statscore_params.txt"
               organization is line sequential
               file status is ws-param-status.
           select score-report-file
               assign to ws-score-report-filename
               organization is line sequential
               file status is ws-score-report-status.

       data division.
       file section.
       fd master-file.
       01 master-record.
           02 ms-filename pic x(64).
           02 ms-owner pic x(30).
           02 ms-description pic x(60).
           02 ms-frequency pic x(10).
           02 ms-min-records pic 9(9).
           02 ms-max-records pic 9(9).
           02 ms-layout-name pic x(64).
           02 ms-balance-to pic x(64).
           02 ms-balance-measure pic x(8).
           02 ms-balance-tolerance pic 9(9)v9(2).

      *> statmeasure2's central run log - the layout its
      *> append-audit-record writes
       fd audit-file.
       01 audit-record.
           02 au-run-date pic 9(8).
           02 au-run-time pic 9(6).
           02 au-filename pic x(64).
           02 au-column pic 9(2).
           02 au-valid-count pic s9(9).
           02 au-reject-count pic s9(6).
           02 au-outlier-count pic s9(6).
           02 au-balance pic x(1).
           02 au-control pic x(1).
           02 au-registered pic x(1).
           02 au-return-code pic 9(2).
           02 au-delivery pic x(1).

      *> statfeedchk's missing-feed log, one record per feed found
      *> missing per cycle it was checked for
       fd missing-file.
       01 missing-record.
           02 mx-cycle-date pic 9(8).
           02 mx-filename pic x(64).
           02 mx-frequency pic x(10).
           02 mx-last-seen pic 9(8).
           02 mx-owner pic x(30).
           02 mx-report-name pic x(40).

       fd param-file.
       01 param-record pic x(256).

      *> this program's own scorecard, timestamped the same way
      *> statmeasure2 names its packets
       fd score-report-file.
       01 score-report-line pic x(133).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-missing-status pic xx.
       01 ws-param-status pic xx.
       01 ws-score-report-filename pic x(256).
       01 ws-score-report-status pic xx.
       01 ws-line-text pic x(133).

       01 ws-current-date.
           02 ws-cd-year pic 9(4).
           02 ws-cd-month pic 9(2).
           02 ws-cd-day pic 9(2).
       01 ws-current-time.
           02 ws-ct-hour pic 9(2).
           02 ws-ct-minute pic 9(2).
           02 ws-ct-second pic 9(2).
           02 filler pic x(2).
       01 ws-today-date pic 9(8).
       01 ws-today-day-number pic s9(9).
       01 ws-date-work pic 9(8).

      *> scoring - a dataset starts the month on 100 and loses
      *> points for every miss, late arrival, imbalance and
      *> out-of-control run, and per percent of its records
      *> rejected or flagged as outliers; the grade is the band
      *> its score lands in. all overridable from the parameter
      *> file
       01 ws-missing-points pic 9(3)v9(2) value 10.
       01 ws-late-points pic 9(3)v9(2) value 3.
       01 ws-balance-points pic 9(3)v9(2) value 5.
       01 ws-control-points pic 9(3)v9(2) value 5.
       01 ws-reject-points pic 9(3)v9(2) value 2.
       01 ws-outlier-points pic 9(3)v9(2) value 1.
       01 ws-grade-a-score pic 9(3)v9(2) value 90.
       01 ws-grade-b-score pic 9(3)v9(2) value 80.
       01 ws-grade-c-score pic 9(3)v9(2) value 70.
       01 ws-grade-d-score pic 9(3)v9(2) value 60.
       01 ws-rank-count pic s9(4) value 10.
       01 ws-param-eof-flag pic 9 value 0.
           88 param-eof value 1.
       01 ws-param-keyword-text pic x(72).
       01 ws-param-value-text pic x(256).
       01 ws-param-number pic s9(5)v9(2).
       01 ws-param-ok-flag pic 9.
           88 param-value-ok value 1.

      *> the month scored (1) and the month before it (2) - first
      *> and last day, as dates and day numbers, and how many days
      *> of each count toward the expected deliveries
       01 ws-month-entry pic x(10).
       01 ws-score-month.
           02 ws-score-year pic 9(4).
           02 ws-score-month-number pic 9(2).
       01 ws-this-month.
           02 ws-this-year pic 9(4).
           02 ws-this-month-number pic 9(2).
       01 ws-month-to-date-flag pic 9 value 0.
           88 month-to-date value 1.
       01 month-table.
           02 month-entry occurs 2 times.
               03 mo-year pic 9(4).
               03 mo-month pic 9(2).
               03 mo-first-date pic 9(8).
               03 mo-last-date pic 9(8).
               03 mo-first-day-number pic s9(9).
               03 mo-last-day-number pic s9(9).
               03 mo-days pic s9(4).
       01 ws-month-index pic s9(4).
       01 ws-month-slot pic s9(4).
       01 ws-next-first-date pic 9(8).
       01 ws-next-year pic 9(4).
       01 ws-next-month pic 9(2).
       01 ws-window-end-date pic 9(8).

      *> every registered dataset, kept in owner/filename order so
      *> the scorecard breaks on owner, with its figures for both
      *> months side by side
       01 ws-dataset-count pic s9(4) value 0.
       01 ws-dataset-capacity pic s9(4) value 500.
       01 ws-dataset-overflow-flag pic 9 value 0.
           88 dataset-table-exceeded value 1.
       01 ws-dataset-index pic s9(4).
       01 ws-dataset-slot pic s9(4).
       01 ws-dataset-shift pic s9(4).
       01 dataset-table.
           02 dataset-entry occurs 501 times.
               03 sc-sort-key.
                   04 sc-owner pic x(30).
                   04 sc-filename pic x(64).
               03 sc-frequency pic x(10).
               03 sc-window-days pic s9(4).
               03 sc-ranked-flag pic 9.
               03 sc-month occurs 2 times.
                   04 sc-expected pic s9(4).
                   04 sc-actual pic s9(4).
                   04 sc-flagged pic s9(4).
                   04 sc-late pic s9(4).
                   04 sc-missing pic s9(4).
                   04 sc-records pic s9(11).
                   04 sc-rejects pic s9(11).
                   04 sc-outliers pic s9(11).
                   04 sc-balance pic s9(4).
                   04 sc-control pic s9(4).
                   04 sc-last-arrival pic 9(8).
                   04 sc-last-missing pic 9(8).
                   04 sc-active-flag pic 9.
                   04 sc-score pic s9(3)v9(2).
                   04 sc-grade pic x(1).
       01 ws-new-sort-key.
           02 nk-owner pic x(30).
           02 nk-filename pic x(64).

      *> every day a dataset's feed was credited as arriving, so a
      *> miss statfeedchk logged can be told apart from a feed
      *> that turned up a cycle late
       01 ws-arrival-count pic s9(6) value 0.
       01 ws-arrival-capacity pic s9(6) value 10000.
       01 ws-arrival-overflow-flag pic 9 value 0.
           88 arrival-table-exceeded value 1.
       01 ws-arrival-index pic s9(6).
       01 arrival-table.
           02 arrival-entry occurs 10000 times.
               03 ar-dataset pic s9(4).
               03 ar-day-number pic s9(9).
       01 ws-arrival-day-number pic s9(9).
       01 ws-missing-day-number pic s9(9).
       01 ws-late-found-flag pic 9 value 0.
           88 late-arrival-found value 1.

       01 ws-master-eof-flag pic 9 value 0.
           88 master-eof value 1.
       01 ws-audit-eof-flag pic 9 value 0.
           88 audit-eof value 1.
       01 ws-audit-found-flag pic 9 value 0.
           88 audit-log-found value 1.
       01 ws-missing-eof-flag pic 9 value 0.
           88 missing-eof value 1.
       01 ws-missing-found-flag pic 9 value 0.
           88 missing-log-found value 1.
       01 ws-find-filename pic x(64).

      *> scoring scratch
       01 ws-shortfall pic s9(4).
       01 ws-reject-rate pic s9(3)v9(2).
       01 ws-outlier-rate pic s9(3)v9(2).
       01 ws-score-work pic s9(5)v9(4).
       01 ws-grade-score pic s9(3)v9(2).
       01 ws-grade pic x(1).
       01 ws-rate-records pic s9(11).
       01 ws-rate-rejects pic s9(11).
       01 ws-rate-outliers pic s9(11).

      *> owner totals for both months
       01 ws-owner-name pic x(30).
       01 ws-owner-start pic s9(4).
       01 ws-owner-end pic s9(4).
       01 ws-owner-count pic s9(4) value 0.
       01 owner-total-table.
           02 owner-total occurs 2 times.
               03 ot-expected pic s9(6).
               03 ot-actual pic s9(6).
               03 ot-late pic s9(6).
               03 ot-missing pic s9(6).
               03 ot-records pic s9(11).
               03 ot-rejects pic s9(11).
               03 ot-outliers pic s9(11).
               03 ot-balance pic s9(6).
               03 ot-control pic s9(6).
               03 ot-score-total pic s9(7)v9(2).
               03 ot-active-count pic s9(4).
               03 ot-score pic s9(3)v9(2).
               03 ot-grade pic x(1).
       01 ws-score-change pic s9(3)v9(2).

      *> the worst-datasets ranking
       01 ws-rank-number pic s9(4).
       01 ws-rank-slot pic s9(4).
       01 ws-rank-low-score pic s9(3)v9(2).

       01 ws-scored-count pic s9(4) value 0.
       01 ws-failing-count pic s9(4) value 0.
       01 ws-unregistered-count pic s9(6) value 0.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-owner-heading-line.
           02 filler pic x(1) value space.
           02 filler pic x(7) value "owner: ".
           02 ohl-owner pic x(30).
       01 ws-score-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(33) value "dataset".
           02 filler pic x(19) value " exp  act late miss".
           02 filler pic x(10) value "      rej%".
           02 filler pic x(8) value "   outl%".
           02 filler pic x(10) value "  bal  ctl".
           02 filler pic x(14) value "   score grade".
       01 ws-score-line.
           02 filler pic x(3) value spaces.
           02 sdl-dataset pic x(32).
           02 filler pic x(1) value space.
           02 sdl-expected pic zzz9.
           02 filler pic x(1) value space.
           02 sdl-actual pic zzz9.
           02 filler pic x(1) value space.
           02 sdl-late pic zzz9.
           02 filler pic x(1) value space.
           02 sdl-missing pic zzz9.
           02 filler pic x(4) value spaces.
           02 sdl-reject-rate pic zz9.99.
           02 filler pic x(2) value spaces.
           02 sdl-outlier-rate pic zz9.99.
           02 filler pic x(1) value space.
           02 sdl-balance pic zzz9.
           02 filler pic x(1) value space.
           02 sdl-control pic zzz9.
           02 filler pic x(2) value spaces.
           02 sdl-score pic zz9.99.
           02 filler pic x(3) value spaces.
           02 sdl-grade pic x(1).
           02 filler pic x(2) value spaces.
           02 sdl-note pic x(16).
       01 ws-change-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(29) value "change in score on the month:".
           02 chl-change pic -(3)9.99.
       01 ws-rank-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(6) value "rank".
           02 filler pic x(41) value "dataset".
           02 filler pic x(31) value "owner".
           02 filler pic x(13) value "  score grade".
       01 ws-rank-line.
           02 filler pic x(3) value spaces.
           02 rkl-rank pic zz9.
           02 filler pic x(3) value spaces.
           02 rkl-dataset pic x(40).
           02 filler pic x(1) value space.
           02 rkl-owner pic x(30).
           02 filler pic x(1) value space.
           02 rkl-score pic zz9.99.
           02 filler pic x(3) value spaces.
           02 rkl-grade pic x(1).

       procedure division.
       main-program.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-current-date to ws-today-date
           compute ws-today-day-number =
               function integer-of-date(ws-today-date)
           perform read-parameter-file
           perform get-score-month
           perform open-dataset-master
           perform load-registered-datasets
           close master-file
           perform load-run-log
           perform load-missing-log
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               perform score-one-dataset
           end-perform
           perform open-score-report
           perform display-score-header
           move 1 to ws-owner-start
           perform until ws-owner-start > ws-dataset-count
               perform display-one-owner
               compute ws-owner-start = ws-owner-end + 1
           end-perform
           perform display-worst-datasets
           perform display-score-footer
           perform close-score-report
           if ws-failing-count > 0
               move 4 to return-code
           end-if
           stop run.

      *> the scoring thresholds, same keyword-line pattern and
      *> bad-value handling as statmeasure2's parameter file
       read-parameter-file.
           move 0 to ws-param-eof-flag
           open input param-file
           if ws-param-status = "00"
               perform until param-eof
                   read param-file
                       at end
                           set param-eof to true
                       not at end
                           if param-record not = spaces
                               perform parse-parameter-record
                           end-if
                   end-read
               end-perform
               close param-file
           end-if.

       parse-parameter-record.
           move spaces to ws-param-keyword-text
           move spaces to ws-param-value-text
           unstring param-record delimited by ":"
               into ws-param-keyword-text ws-param-value-text
           end-unstring
           move 0 to ws-param-ok-flag
           if function test-numval(
               function trim(ws-param-value-text)) = 0
               compute ws-param-number =
                   function numval(ws-param-value-text)
               if ws-param-number >= 0
                   and ws-param-number < 1000
                   set param-value-ok to true
               end-if
           end-if
           evaluate function trim(ws-param-keyword-text)
               when "MISSING-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-missing-points
                   end-if
               when "LATE-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-late-points
                   end-if
               when "BALANCE-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-balance-points
                   end-if
               when "CONTROL-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-control-points
                   end-if
               when "REJECT-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-reject-points
                   end-if
               when "OUTLIER-POINTS"
                   if param-value-ok
                       move ws-param-number to ws-outlier-points
                   end-if
               when "GRADE-A"
                   if param-value-ok
                       move ws-param-number to ws-grade-a-score
                   end-if
               when "GRADE-B"
                   if param-value-ok
                       move ws-param-number to ws-grade-b-score
                   end-if
               when "GRADE-C"
                   if param-value-ok
                       move ws-param-number to ws-grade-c-score
                   end-if
               when "GRADE-D"
                   if param-value-ok
                       move ws-param-number to ws-grade-d-score
                   end-if
               when "RANK-COUNT"
                   if param-value-ok
                       move ws-param-number to ws-rank-count
                   end-if
               when other
                   move 1 to ws-param-ok-flag
                   display "warning: unknown parameter keyword '"
                       function trim(ws-param-keyword-text) "'"
           end-evaluate
           if not param-value-ok
               display "warning: bad parameter '"
                   function trim(param-record) "'"
           end-if.

      *> the month to score, defaulting to last month - the month
      *> in progress can be scored to date, a later one cannot
       get-score-month.
           move ws-cd-year to ws-this-year
           move ws-cd-month to ws-this-month-number
           display "scorecard month (yyyymm) [previous month]: "
               with no advancing
           accept ws-month-entry
           if ws-month-entry = spaces
               if ws-cd-month = 1
                   compute ws-score-year = ws-cd-year - 1
                   move 12 to ws-score-month-number
               else
                   move ws-cd-year to ws-score-year
                   compute ws-score-month-number = ws-cd-month - 1
               end-if
           else
               if function trim(ws-month-entry) is not numeric
                   or function length(
                   function trim(ws-month-entry)) not = 6
                   display "error: month must be yyyymm"
                   move 12 to return-code
                   stop run
               end-if
               move function trim(ws-month-entry) to ws-score-month
           end-if
           if ws-score-month-number < 1
               or ws-score-month-number > 12
               display "error: month must be yyyymm"
               move 12 to return-code
               stop run
           end-if
           if ws-score-month > ws-this-month
               display "error: that month has not started"
               move 12 to return-code
               stop run
           end-if
           if ws-score-month = ws-this-month
               set month-to-date to true
           end-if
           move ws-score-year to mo-year(1)
           move ws-score-month-number to mo-month(1)
           if ws-score-month-number = 1
               compute mo-year(2) = ws-score-year - 1
               move 12 to mo-month(2)
           else
               move ws-score-year to mo-year(2)
               compute mo-month(2) = ws-score-month-number - 1
           end-if
           perform varying ws-month-index from 1 by 1
               until ws-month-index > 2
               perform set-month-bounds
           end-perform
           if month-to-date
               move ws-today-date to mo-last-date(1)
               move ws-today-day-number to mo-last-day-number(1)
               compute mo-days(1) = ws-today-day-number -
                   mo-first-day-number(1) + 1
           end-if
      *> a miss late in the month can be made up in the first days
      *> of the next, so arrivals are read a month past the end
           compute ws-arrival-day-number =
               mo-last-day-number(1) + 31
           compute ws-window-end-date =
               function date-of-integer(ws-arrival-day-number)
           display spaces.

       set-month-bounds.
           compute mo-first-date(ws-month-index) =
               mo-year(ws-month-index) * 10000 +
               mo-month(ws-month-index) * 100 + 1
           if mo-month(ws-month-index) = 12
               compute ws-next-year = mo-year(ws-month-index) + 1
               move 1 to ws-next-month
           else
               move mo-year(ws-month-index) to ws-next-year
               compute ws-next-month = mo-month(ws-month-index) + 1
           end-if
           compute ws-next-first-date =
               ws-next-year * 10000 + ws-next-month * 100 + 1
           compute mo-first-day-number(ws-month-index) =
               function integer-of-date(
               mo-first-date(ws-month-index))
           compute mo-last-day-number(ws-month-index) =
               function integer-of-date(ws-next-first-date) - 1
           compute mo-last-date(ws-month-index) =
               function date-of-integer(
               mo-last-day-number(ws-month-index))
           compute mo-days(ws-month-index) =
               mo-last-day-number(ws-month-index) -
               mo-first-day-number(ws-month-index) + 1.

       open-dataset-master.
           open input master-file
           if ws-master-status = "35"
               display "no dataset master on file - nothing to"
                   " score"
               move 12 to return-code
               stop run
           end-if
           if ws-master-status not = "00"
               display "error: cannot open dataset master"
                   " (status " ws-master-status ")"
               move 12 to return-code
               stop run
           end-if.

      *> walk the whole master in key order, the way list-entries
      *> does, and file every registration in owner order
       load-registered-datasets.
           move 0 to ws-master-eof-flag
           move low-values to ms-filename
           start master-file key not < ms-filename
               invalid key
                   set master-eof to true
           end-start
           perform until master-eof
               read master-file next record
                   at end
                       set master-eof to true
                   not at end
                       perform file-registered-dataset
               end-read
           end-perform.

       file-registered-dataset.
           move ms-owner to nk-owner
           move ms-filename to nk-filename
           perform varying ws-dataset-slot from 1 by 1
               until ws-dataset-slot > ws-dataset-count
               if sc-sort-key(ws-dataset-slot) > ws-new-sort-key
                   exit perform
               end-if
           end-perform
           if ws-dataset-count >= ws-dataset-capacity
               set dataset-table-exceeded to true
           else
               perform varying ws-dataset-shift
                   from ws-dataset-count by -1
                   until ws-dataset-shift < ws-dataset-slot
                   move dataset-entry(ws-dataset-shift)
                       to dataset-entry(ws-dataset-shift + 1)
               end-perform
               add 1 to ws-dataset-count
               initialize dataset-entry(ws-dataset-slot)
               move ws-new-sort-key to sc-sort-key(ws-dataset-slot)
               move ms-frequency to sc-frequency(ws-dataset-slot)
               perform set-expected-deliveries
           end-if.

      *> the deliveries a registration's frequency promises over
      *> the days of each month, and the arrival window
      *> statfeedchk gives it - DAILY every day, WEEKLY once in
      *> seven, MONTHLY once; any other frequency is not on a
      *> schedule and expects nothing
       set-expected-deliveries.
           perform varying ws-month-index from 1 by 1
               until ws-month-index > 2
               evaluate function upper-case(
                   function trim(sc-frequency(ws-dataset-slot)))
                   when "DAILY"
                       move mo-days(ws-month-index)
                           to sc-expected(ws-dataset-slot,
                           ws-month-index)
                       move 0 to sc-window-days(ws-dataset-slot)
                   when "WEEKLY"
                       compute sc-expected(ws-dataset-slot,
                           ws-month-index) =
                           (mo-days(ws-month-index) + 6) / 7
                       move 6 to sc-window-days(ws-dataset-slot)
                   when "MONTHLY"
                       move 1 to sc-expected(ws-dataset-slot,
                           ws-month-index)
                       move 30 to sc-window-days(ws-dataset-slot)
                   when other
                       move 0 to sc-expected(ws-dataset-slot,
                           ws-month-index)
                       move 0 to sc-window-days(ws-dataset-slot)
               end-evaluate
           end-perform.

      *> the two months' run-log rows, plus the arrivals in the
      *> month after, against the registered datasets
       load-run-log.
           move 0 to ws-audit-eof-flag
           open input audit-file
           if ws-audit-status = "00"
               set audit-log-found to true
               perform until audit-eof
                   read audit-file
                       at end
                           set audit-eof to true
                       not at end
                           if au-run-date >= mo-first-date(2)
                               and au-run-date <= ws-window-end-date
                               perform note-run-log-row
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if.

       note-run-log-row.
           move au-filename to ws-find-filename
           perform find-dataset
           if ws-dataset-slot = 0
               if au-run-date >= mo-first-date(1)
                   and au-run-date <= mo-last-date(1)
                   add 1 to ws-unregistered-count
               end-if
           else
               move au-run-date to ws-date-work
               compute ws-arrival-day-number =
                   function integer-of-date(ws-date-work)
               move 0 to ws-month-slot
               perform varying ws-month-index from 1 by 1
                   until ws-month-index > 2
                   if au-run-date >= mo-first-date(ws-month-index)
                       and au-run-date <=
                       mo-last-date(ws-month-index)
                       move ws-month-index to ws-month-slot
                   end-if
               end-perform
               if ws-month-slot > 0
                   perform add-run-to-month
               end-if
               if au-valid-count + au-reject-count > 0
                   and au-delivery not = "D"
                   and au-balance not = "X"
                   perform note-arrival
               end-if
           end-if.

      *> an inter-feed balancing entry counts against the dataset
      *> balanced to but is not a delivery; a duplicate delivery
      *> or an empty run is not a delivery either, and a csv
      *> file's columns are one delivery between them
       add-run-to-month.
           add au-valid-count
               to sc-records(ws-dataset-slot, ws-month-slot)
           add au-reject-count
               to sc-rejects(ws-dataset-slot, ws-month-slot)
           add au-outlier-count
               to sc-outliers(ws-dataset-slot, ws-month-slot)
           move 1 to sc-active-flag(ws-dataset-slot, ws-month-slot)
           if au-balance = "U"
               or au-balance = "X"
               add 1 to sc-balance(ws-dataset-slot, ws-month-slot)
           end-if
           if au-control = "O"
               add 1 to sc-control(ws-dataset-slot, ws-month-slot)
           end-if
           if au-valid-count + au-reject-count > 0
               and au-delivery not = "D"
               and au-balance not = "X"
               and au-run-date not =
               sc-last-arrival(ws-dataset-slot, ws-month-slot)
               add 1 to sc-actual(ws-dataset-slot, ws-month-slot)
               move au-run-date
                   to sc-last-arrival(ws-dataset-slot, ws-month-slot)
           end-if.

       note-arrival.
           if ws-arrival-count < ws-arrival-capacity
               add 1 to ws-arrival-count
               move ws-dataset-slot to ar-dataset(ws-arrival-count)
               move ws-arrival-day-number
                   to ar-day-number(ws-arrival-count)
           else
               set arrival-table-exceeded to true
           end-if.

      *> statfeedchk's misses for the two months. a feed that was
      *> then credited within one more of its arrival windows was
      *> late; one that never turned up was missed. a cycle
      *> checked twice counts once
       load-missing-log.
           move 0 to ws-missing-eof-flag
           open input missing-file
           if ws-missing-status = "00"
               set missing-log-found to true
               perform until missing-eof
                   read missing-file
                       at end
                           set missing-eof to true
                       not at end
                           perform note-missing-row
                   end-read
               end-perform
               close missing-file
           end-if.

       note-missing-row.
           move 0 to ws-month-slot
           perform varying ws-month-index from 1 by 1
               until ws-month-index > 2
               if mx-cycle-date >= mo-first-date(ws-month-index)
                   and mx-cycle-date <=
                   mo-last-date(ws-month-index)
                   move ws-month-index to ws-month-slot
               end-if
           end-perform
           if ws-month-slot > 0
               move mx-filename to ws-find-filename
               perform find-dataset
               if ws-dataset-slot > 0
                   and mx-cycle-date not =
                   sc-last-missing(ws-dataset-slot, ws-month-slot)
                   move mx-cycle-date to
                       sc-last-missing(ws-dataset-slot, ws-month-slot)
                   move 1 to
                       sc-active-flag(ws-dataset-slot, ws-month-slot)
                   perform judge-missing-row
               end-if
           end-if.

       judge-missing-row.
           move mx-cycle-date to ws-date-work
           compute ws-missing-day-number =
               function integer-of-date(ws-date-work)
           move 0 to ws-late-found-flag
           perform varying ws-arrival-index from 1 by 1
               until ws-arrival-index > ws-arrival-count
               if ar-dataset(ws-arrival-index) = ws-dataset-slot
                   and ar-day-number(ws-arrival-index) >
                   ws-missing-day-number
                   and ar-day-number(ws-arrival-index) <=
                   ws-missing-day-number +
                   sc-window-days(ws-dataset-slot) + 1
                   set late-arrival-found to true
                   move ar-day-number(ws-arrival-index)
                       to ws-arrival-day-number
                   exit perform
               end-if
           end-perform
           if late-arrival-found
               add 1 to sc-late(ws-dataset-slot, ws-month-slot)
      *> a miss near the month end made up after it is still the
      *> month's delivery, so it does not count short as well
               if ws-arrival-day-number >
                   mo-last-day-number(ws-month-slot)
                   add 1 to sc-actual(ws-dataset-slot, ws-month-slot)
               end-if
           else
               add 1 to sc-flagged(ws-dataset-slot, ws-month-slot)
           end-if.

       find-dataset.
           move 0 to ws-dataset-slot
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               if sc-filename(ws-dataset-index) = ws-find-filename
                   move ws-dataset-index to ws-dataset-slot
                   exit perform
               end-if
           end-perform.

      *> both months of one dataset. missing is the larger of the
      *> misses statfeedchk logged that never turned up and the
      *> shortfall of deliveries against the schedule, so a month
      *> statfeedchk was not run still shows its gaps
       score-one-dataset.
           perform varying ws-month-slot from 1 by 1
               until ws-month-slot > 2
               compute ws-shortfall =
                   sc-expected(ws-dataset-index, ws-month-slot) -
                   sc-actual(ws-dataset-index, ws-month-slot)
               if ws-shortfall < 0
                   move 0 to ws-shortfall
               end-if
               if sc-flagged(ws-dataset-index, ws-month-slot) >
                   ws-shortfall
                   move sc-flagged(ws-dataset-index, ws-month-slot)
                       to sc-missing(ws-dataset-index, ws-month-slot)
               else
                   move ws-shortfall
                       to sc-missing(ws-dataset-index, ws-month-slot)
               end-if
               if sc-expected(ws-dataset-index, ws-month-slot) > 0
                   move 1 to
                       sc-active-flag(ws-dataset-index, ws-month-slot)
               end-if
               perform score-dataset-month
           end-perform
           if sc-active-flag(ws-dataset-index, 1) = 1
               add 1 to ws-scored-count
               if sc-grade(ws-dataset-index, 1) = "F"
                   add 1 to ws-failing-count
               end-if
           end-if.

       score-dataset-month.
           move sc-records(ws-dataset-index, ws-month-slot)
               to ws-rate-records
           move sc-rejects(ws-dataset-index, ws-month-slot)
               to ws-rate-rejects
           move sc-outliers(ws-dataset-index, ws-month-slot)
               to ws-rate-outliers
           perform calculate-rates
           compute ws-score-work = 100
               - sc-missing(ws-dataset-index, ws-month-slot)
                   * ws-missing-points
               - sc-late(ws-dataset-index, ws-month-slot)
                   * ws-late-points
               - sc-balance(ws-dataset-index, ws-month-slot)
                   * ws-balance-points
               - sc-control(ws-dataset-index, ws-month-slot)
                   * ws-control-points
               - ws-reject-rate * ws-reject-points
               - ws-outlier-rate * ws-outlier-points
           if ws-score-work < 0
               move 0 to ws-score-work
           end-if
           compute sc-score(ws-dataset-index, ws-month-slot)
               rounded = ws-score-work
           move sc-score(ws-dataset-index, ws-month-slot)
               to ws-grade-score
           perform assign-grade
           move ws-grade to sc-grade(ws-dataset-index, ws-month-slot).

      *> reject rate over every record read, outlier rate over the
      *> valid ones, both as percentages
       calculate-rates.
           move 0 to ws-reject-rate
           move 0 to ws-outlier-rate
           if ws-rate-records + ws-rate-rejects > 0
               compute ws-reject-rate rounded =
                   ws-rate-rejects * 100 /
                   (ws-rate-records + ws-rate-rejects)
           end-if
           if ws-rate-records > 0
               compute ws-outlier-rate rounded =
                   ws-rate-outliers * 100 / ws-rate-records
           end-if.

       assign-grade.
           evaluate true
               when ws-grade-score >= ws-grade-a-score
                   move "A" to ws-grade
               when ws-grade-score >= ws-grade-b-score
                   move "B" to ws-grade
               when ws-grade-score >= ws-grade-c-score
                   move "C" to ws-grade
               when ws-grade-score >= ws-grade-d-score
                   move "D" to ws-grade
               when other
                   move "F" to ws-grade
           end-evaluate.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-score-report.
           string "statscore_report_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-score-report-filename
           end-string
           open output score-report-file
           if ws-score-report-status not = "00"
               display "warning: cannot open report file '"
                   function trim(ws-score-report-filename) "'"
           end-if.

       close-score-report.
           close score-report-file.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the scorecard file
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-score-report-status = "00"
               write score-report-line from ws-line-text
           end-if.

       display-score-header.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Monthly Data-Quality Scorecard" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           if month-to-date
               string "   Month             = "
                       mo-year(1) "-" mo-month(1) " (to date)"
                   delimited by size into ws-line-text
               end-string
           else
               string "   Month             = "
                       mo-year(1) "-" mo-month(1)
                   delimited by size into ws-line-text
               end-string
           end-if
           perform emit-line
           move spaces to ws-line-text
           string "   Compared with     = "
                   mo-year(2) "-" mo-month(2)
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           if not audit-log-found
               move "   (no central run log found - only the" to
                   ws-line-text
               perform emit-line
               move "    schedule is scored)" to ws-line-text
               perform emit-line
           end-if
           if not missing-log-found
               move "   (no missing-feed log found - misses are" to
                   ws-line-text
               perform emit-line
               move "    taken from the delivery shortfall)" to
                   ws-line-text
               perform emit-line
           end-if.

      *> one owner's block - the owner's datasets, the owner's
      *> totals for the month, the same for the month before, and
      *> the change in the owner's score
       display-one-owner.
           move sc-owner(ws-owner-start) to ws-owner-name
           move ws-owner-start to ws-owner-end
           perform varying ws-dataset-index from ws-owner-start by 1
               until ws-dataset-index > ws-dataset-count
               if sc-owner(ws-dataset-index) not = ws-owner-name
                   exit perform
               end-if
               move ws-dataset-index to ws-owner-end
           end-perform
           add 1 to ws-owner-count
           initialize owner-total-table
           move " " to ws-line-text
           perform emit-line
           move ws-owner-name to ohl-owner
           if ws-owner-name = spaces
               move "(no owner registered)" to ohl-owner
           end-if
           move ws-owner-heading-line to ws-line-text
           perform emit-line
           move ws-score-heading-line to ws-line-text
           perform emit-line
           perform varying ws-dataset-index from ws-owner-start by 1
               until ws-dataset-index > ws-owner-end
               perform display-dataset-line
               perform add-to-owner-totals
           end-perform
           perform varying ws-month-slot from 1 by 1
               until ws-month-slot > 2
               perform score-owner-month
           end-perform
           move 1 to ws-month-slot
           move "owner total" to sdl-note
           perform display-owner-line
           move 2 to ws-month-slot
           perform display-owner-line
           if ot-active-count(1) > 0
               and ot-active-count(2) > 0
               compute ws-score-change = ot-score(1) - ot-score(2)
               move ws-score-change to chl-change
               move ws-change-line to ws-line-text
               perform emit-line
           end-if.

       display-dataset-line.
           move spaces to ws-score-line
           move function trim(sc-filename(ws-dataset-index))
               to sdl-dataset
           if sc-active-flag(ws-dataset-index, 1) = 0
               move "no activity" to sdl-note
               move ws-score-line to ws-line-text
               perform emit-line
           else
               move sc-expected(ws-dataset-index, 1) to sdl-expected
               move sc-actual(ws-dataset-index, 1) to sdl-actual
               move sc-late(ws-dataset-index, 1) to sdl-late
               move sc-missing(ws-dataset-index, 1) to sdl-missing
               move sc-records(ws-dataset-index, 1)
                   to ws-rate-records
               move sc-rejects(ws-dataset-index, 1)
                   to ws-rate-rejects
               move sc-outliers(ws-dataset-index, 1)
                   to ws-rate-outliers
               perform calculate-rates
               move ws-reject-rate to sdl-reject-rate
               move ws-outlier-rate to sdl-outlier-rate
               move sc-balance(ws-dataset-index, 1) to sdl-balance
               move sc-control(ws-dataset-index, 1) to sdl-control
               move sc-score(ws-dataset-index, 1) to sdl-score
               move sc-grade(ws-dataset-index, 1) to sdl-grade
               if sc-expected(ws-dataset-index, 1) = 0
                   move "not scheduled" to sdl-note
               end-if
               move ws-score-line to ws-line-text
               perform emit-line
           end-if.

       add-to-owner-totals.
           perform varying ws-month-slot from 1 by 1
               until ws-month-slot > 2
               if sc-active-flag(ws-dataset-index, ws-month-slot) = 1
                   add sc-expected(ws-dataset-index, ws-month-slot)
                       to ot-expected(ws-month-slot)
                   add sc-actual(ws-dataset-index, ws-month-slot)
                       to ot-actual(ws-month-slot)
                   add sc-late(ws-dataset-index, ws-month-slot)
                       to ot-late(ws-month-slot)
                   add sc-missing(ws-dataset-index, ws-month-slot)
                       to ot-missing(ws-month-slot)
                   add sc-records(ws-dataset-index, ws-month-slot)
                       to ot-records(ws-month-slot)
                   add sc-rejects(ws-dataset-index, ws-month-slot)
                       to ot-rejects(ws-month-slot)
                   add sc-outliers(ws-dataset-index, ws-month-slot)
                       to ot-outliers(ws-month-slot)
                   add sc-balance(ws-dataset-index, ws-month-slot)
                       to ot-balance(ws-month-slot)
                   add sc-control(ws-dataset-index, ws-month-slot)
                       to ot-control(ws-month-slot)
                   add sc-score(ws-dataset-index, ws-month-slot)
                       to ot-score-total(ws-month-slot)
                   add 1 to ot-active-count(ws-month-slot)
               end-if
           end-perform.

      *> an owner scores the average of their active datasets
       score-owner-month.
           if ot-active-count(ws-month-slot) > 0
               compute ot-score(ws-month-slot) rounded =
                   ot-score-total(ws-month-slot) /
                   ot-active-count(ws-month-slot)
               move ot-score(ws-month-slot) to ws-grade-score
               perform assign-grade
               move ws-grade to ot-grade(ws-month-slot)
           end-if.

       display-owner-line.
           move spaces to ws-score-line
           if ws-month-slot = 1
               move "  owner total" to sdl-dataset
           else
               move spaces to sdl-dataset
               string "  previous month "
                       mo-year(2) "-" mo-month(2)
                   delimited by size into sdl-dataset
               end-string
           end-if
           if ot-active-count(ws-month-slot) = 0
               move "no activity" to sdl-note
           else
               move ot-expected(ws-month-slot) to sdl-expected
               move ot-actual(ws-month-slot) to sdl-actual
               move ot-late(ws-month-slot) to sdl-late
               move ot-missing(ws-month-slot) to sdl-missing
               move ot-records(ws-month-slot) to ws-rate-records
               move ot-rejects(ws-month-slot) to ws-rate-rejects
               move ot-outliers(ws-month-slot) to ws-rate-outliers
               perform calculate-rates
               move ws-reject-rate to sdl-reject-rate
               move ws-outlier-rate to sdl-outlier-rate
               move ot-balance(ws-month-slot) to sdl-balance
               move ot-control(ws-month-slot) to sdl-control
               move ot-score(ws-month-slot) to sdl-score
               move ot-grade(ws-month-slot) to sdl-grade
           end-if
           move ws-score-line to ws-line-text
           perform emit-line.

      *> the lowest-scoring active datasets across every owner,
      *> picked off one at a time - the table is in owner order,
      *> and only a handful are wanted
       display-worst-datasets.
           move " " to ws-line-text
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           move "  Worst Datasets Across the Shop" to ws-line-text
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           move ws-rank-heading-line to ws-line-text
           perform emit-line
           move 0 to ws-rank-number
           perform until ws-rank-number >= ws-rank-count
               perform find-next-worst
               if ws-rank-slot = 0
                   exit perform
               end-if
               add 1 to ws-rank-number
               move 1 to sc-ranked-flag(ws-rank-slot)
               move spaces to ws-rank-line
               move ws-rank-number to rkl-rank
               move function trim(sc-filename(ws-rank-slot))
                   to rkl-dataset
               move sc-owner(ws-rank-slot) to rkl-owner
               move sc-score(ws-rank-slot, 1) to rkl-score
               move sc-grade(ws-rank-slot, 1) to rkl-grade
               move ws-rank-line to ws-line-text
               perform emit-line
           end-perform
           if ws-rank-number = 0
               move "   (no dataset was active this month)" to
                   ws-line-text
               perform emit-line
           end-if.

       find-next-worst.
           move 0 to ws-rank-slot
           move 999 to ws-rank-low-score
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               if sc-active-flag(ws-dataset-index, 1) = 1
                   and sc-ranked-flag(ws-dataset-index) = 0
                   and sc-score(ws-dataset-index, 1) <
                   ws-rank-low-score
                   move ws-dataset-index to ws-rank-slot
                   move sc-score(ws-dataset-index, 1)
                       to ws-rank-low-score
               end-if
           end-perform.

       display-score-footer.
           move "===============================" to ws-line-text
           perform emit-line
           move "   Owners            = " to cl-label
           move ws-owner-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Datasets scored   = " to cl-label
           move ws-scored-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Graded F          = " to cl-label
           move ws-failing-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if ws-unregistered-count > 0
               move "   Unregistered runs = " to cl-label
               move ws-unregistered-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-line
               move "   (runs of files not on the dataset master" to
                   ws-line-text
               perform emit-line
               move "    have no owner and are not scored)" to
                   ws-line-text
               perform emit-line
           end-if
           if dataset-table-exceeded
               move "   (more datasets than the table holds -" to
                   ws-line-text
               perform emit-line
               move "    extras not scored)" to ws-line-text
               perform emit-line
           end-if
           if arrival-table-exceeded
               move "   (more arrivals than the table holds -" to
                   ws-line-text
               perform emit-line
               move "    some late feeds count as missing)" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.
