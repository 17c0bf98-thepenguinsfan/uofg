      *> Luc Levesque
      *> 1238403
      *> statbalance.cob
      *> inter-feed balancing - run after the batch, compares the
      *> latest loaded results of datasets the master says should
      *> agree (a detail feed against the ledger summary, site
      *> feeds rolled up against the regional total) on a count,
      *> a sum, or the sum per category, and prints a balancing
      *> report of the pairs in and out of balance. an
      *> out-of-balance pair also goes on statmeasure2's central
      *> run log, so statopsum and the return code pick it up
       identification division.
       program-id. statbalance.

       environment division.
       input-output section.
       file-control.
           select master-file assign to "statmeasure2_master.dat"
               organization is indexed
               access mode is dynamic
               record key is ms-filename
               file status is ws-master-status.
           select results-file
               assign to "statmeasure2_results.dat"
               organization is indexed
               access mode is dynamic
               record key is rs-key
               file status is ws-results-status.
           select audit-file
               assign to "statmeasure2_auditlog.txt"
               organization is line sequential
               file status is ws-audit-status.
           select balance-report-file
               assign to ws-balance-report-filename
               organization is line sequential
               file status is ws-balance-report-status.

       data division.
       file section.
      *> the registration entries statdsmaint maintains - the
      *> balancing relationship is the last three fields
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

      *> the repository statresload maintains - measures kept as
      *> trimmed text, blank meaning the run could not compute it
       fd results-file.
       01 results-record.
           02 rs-key.
               03 rs-filename pic x(64).
               03 rs-run-date pic 9(8).
               03 rs-run-time pic 9(6).
               03 rs-column pic 9(2).
               03 rs-type pic x(1).
               03 rs-category pic x(8).
           02 rs-valid-count pic x(12).
           02 rs-total-weight pic x(12).
           02 rs-sum pic x(16).
           02 rs-mean pic x(12).
           02 rs-stddev pic x(12).
           02 rs-geometric pic x(12).
           02 rs-harmonic pic x(12).
           02 rs-rms pic x(12).
           02 rs-median pic x(12).
           02 rs-mode pic x(12).
           02 rs-quartile-1 pic x(12).
           02 rs-quartile-3 pic x(12).
           02 rs-reject-count pic x(12).

      *> statmeasure2's central run log - the layout its
      *> append-audit-record writes. an out-of-balance pair is
      *> logged against the dataset balanced to, with au-balance
      *> "X" and no record counts of its own
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

      *> this program's own balancing report, timestamped the same
      *> way statmeasure2 names its packets
       fd balance-report-file.
       01 balance-report-line pic x(133).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-results-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-balance-report-filename pic x(256).
       01 ws-balance-report-status pic xx.
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

       01 ws-master-eof-flag pic 9 value 0.
           88 master-eof value 1.
       01 ws-results-eof-flag pic 9 value 0.
           88 results-eof value 1.

      *> the balancing relationships off the master, kept in
      *> balance-to/measure order so the datasets rolled up into
      *> the same target sit together
       01 ws-rel-count pic s9(4) value 0.
       01 ws-rel-capacity pic s9(4) value 200.
       01 ws-rel-overflow-flag pic 9 value 0.
           88 rel-table-exceeded value 1.
       01 ws-rel-index pic s9(4).
       01 ws-rel-slot pic s9(4).
       01 ws-rel-shift pic s9(4).
       01 ws-group-start pic s9(4).
       01 ws-group-end pic s9(4).
       01 rel-table.
           02 rel-entry occurs 201 times.
               03 rl-group-key.
                   04 rl-target pic x(64).
                   04 rl-measure pic x(8).
               03 rl-source pic x(64).
               03 rl-tolerance pic 9(9)v9(2).
       01 ws-new-group-key.
           02 ng-target pic x(64).
           02 ng-measure pic x(8).

      *> the latest run of one dataset off the repository - the
      *> grand row and the category rows of its lowest column
       01 ws-fetch-filename pic x(64).
       01 ws-fetch-found-flag pic 9 value 0.
           88 fetch-found value 1.
       01 ws-fetch-stamp pic x(14).
       01 ws-row-stamp pic x(14).
       01 ws-fetch-run-date pic 9(8).
       01 ws-fetch-run-time pic 9(6).
       01 ws-fetch-column pic 9(2).
       01 ws-fetch-count pic s9(13)v9(2).
       01 ws-fetch-sum pic s9(13)v9(2).
       01 ws-fetch-cat-count pic s9(4) value 0.
       01 fetch-cat-table.
           02 fetch-cat-entry occurs 50 times.
               03 fc-category pic x(8).
               03 fc-sum pic s9(13)v9(2).

      *> one balancing group - the sources rolled up on one side,
      *> the target on the other, and per category both sides
       01 ws-source-count pic s9(13)v9(2).
       01 ws-source-sum pic s9(13)v9(2).
       01 ws-target-count pic s9(13)v9(2).
       01 ws-target-sum pic s9(13)v9(2).
       01 ws-group-tolerance pic 9(9)v9(2).
       01 ws-difference pic s9(13)v9(2).
       01 ws-abs-difference pic s9(13)v9(2).
       01 ws-missing-results-flag pic 9 value 0.
           88 results-missing value 1.
       01 ws-group-out-flag pic 9 value 0.
           88 group-out-of-balance value 1.
       01 ws-side-flag pic x(1).
       01 ws-cat-count pic s9(4) value 0.
       01 ws-cat-capacity pic s9(4) value 100.
       01 ws-cat-overflow-flag pic 9 value 0.
           88 cat-table-exceeded value 1.
       01 ws-cat-index pic s9(4).
       01 ws-cat-slot pic s9(4).
       01 ws-cat-shift pic s9(4).
       01 ws-fc-index pic s9(4).
       01 cat-table.
           02 cat-entry occurs 101 times.
               03 cb-category pic x(8).
               03 cb-source-sum pic s9(13)v9(2).
               03 cb-target-sum pic s9(13)v9(2).

       01 ws-group-count pic s9(4) value 0.
       01 ws-in-balance-count pic s9(4) value 0.
       01 ws-out-balance-count pic s9(4) value 0.
       01 ws-not-compared-count pic s9(4) value 0.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-group-heading-line.
           02 filler pic x(1) value space.
           02 filler pic x(12) value "balance to: ".
           02 gh-target pic x(64).
       01 ws-group-rule-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(9) value "measure: ".
           02 gr-measure pic x(8).
           02 filler pic x(14) value "   tolerance: ".
           02 gr-tolerance pic z(8)9.99.
       01 ws-member-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(7) value "side".
           02 filler pic x(40) value "dataset".
           02 filler pic x(20) value "latest run".
           02 filler pic x(14) value "         count".
           02 filler pic x(18) value "               sum".
       01 ws-member-line.
           02 filler pic x(3) value spaces.
           02 ml-side pic x(7).
           02 ml-dataset pic x(39).
           02 filler pic x(1) value space.
           02 ml-run pic x(19).
           02 ml-count pic -(12)9.
           02 filler pic x(1) value space.
           02 ml-sum pic -(13)9.99.
       01 ws-category-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(10) value "category".
           02 filler pic x(18) value "           sources".
           02 filler pic x(18) value "            target".
           02 filler pic x(18) value "        difference".
       01 ws-category-line.
           02 filler pic x(3) value spaces.
           02 ctl-category pic x(8).
           02 filler pic x(2) value spaces.
           02 ctl-source pic -(13)9.99.
           02 filler pic x(1) value space.
           02 ctl-target pic -(13)9.99.
           02 filler pic x(1) value space.
           02 ctl-difference pic -(13)9.99.
           02 filler pic x(1) value space.
           02 ctl-attention pic x(3).
       01 ws-difference-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(28) value "difference (sources-target):".
           02 dl-difference pic -(13)9.99.
       01 ws-verdict-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(9) value "verdict: ".
           02 vl-verdict pic x(60).
       01 ws-stamp-date pic 9(8).
       01 ws-stamp-time pic 9(6).
       01 ws-stamp-text pic x(19).

       procedure division.
       main-program.
           perform open-dataset-master
           perform load-relationships
           close master-file
           perform open-results-repository
           perform open-balance-report
           perform display-balance-header
           move 1 to ws-group-start
           perform until ws-group-start > ws-rel-count
               perform find-group-end
               perform balance-one-group
               compute ws-group-start = ws-group-end + 1
           end-perform
           close results-file
           perform display-balance-footer
           perform close-balance-report
           evaluate true
               when ws-out-balance-count > 0
                   move 6 to return-code
               when ws-group-count = 0
                   move 4 to return-code
               when ws-not-compared-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           stop run.

       open-dataset-master.
           open input master-file
           if ws-master-status = "35"
               display "no dataset master on file - nothing to"
                   " balance"
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
      *> does, and file every registration that names a dataset
      *> to balance to
       load-relationships.
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
                       if ms-balance-to not = spaces
                           perform file-relationship
                       end-if
               end-read
           end-perform.

       file-relationship.
           move ms-balance-to to ng-target
           move function upper-case(
               function trim(ms-balance-measure)) to ng-measure
           if ng-measure = spaces
               move "SUM" to ng-measure
           end-if
           perform varying ws-rel-index from 1 by 1
               until ws-rel-index > ws-rel-count
               if rl-group-key(ws-rel-index) > ws-new-group-key
                   exit perform
               end-if
           end-perform
           if ws-rel-count >= ws-rel-capacity
               set rel-table-exceeded to true
           else
               perform varying ws-rel-shift
                   from ws-rel-count by -1
                   until ws-rel-shift < ws-rel-index
                   move rel-entry(ws-rel-shift)
                       to rel-entry(ws-rel-shift + 1)
               end-perform
               add 1 to ws-rel-count
               move ws-new-group-key to rl-group-key(ws-rel-index)
               move ms-filename to rl-source(ws-rel-index)
               if ms-balance-tolerance numeric
                   move ms-balance-tolerance
                       to rl-tolerance(ws-rel-index)
               else
                   move 0 to rl-tolerance(ws-rel-index)
               end-if
           end-if.

       open-results-repository.
           open input results-file
           if ws-results-status = "35"
               display "results repository not found - run"
                   " statresload first"
               move 12 to return-code
               stop run
           end-if
           if ws-results-status not = "00"
               display "error: cannot open results repository"
                   " (status " ws-results-status ")"
               move 12 to return-code
               stop run
           end-if.

      *> the relationships sharing a balance-to dataset and measure
      *> form one group - the sources are added together and the
      *> widest tolerance any of them was registered with applies
       find-group-end.
           move ws-group-start to ws-group-end
           move rl-tolerance(ws-group-start) to ws-group-tolerance
           perform varying ws-rel-index from ws-group-start by 1
               until ws-rel-index > ws-rel-count
               if rl-group-key(ws-rel-index) not =
                   rl-group-key(ws-group-start)
                   exit perform
               end-if
               move ws-rel-index to ws-group-end
               if rl-tolerance(ws-rel-index) > ws-group-tolerance
                   move rl-tolerance(ws-rel-index)
                       to ws-group-tolerance
               end-if
           end-perform.

       balance-one-group.
           add 1 to ws-group-count
           move 0 to ws-source-count
           move 0 to ws-source-sum
           move 0 to ws-target-count
           move 0 to ws-target-sum
           move 0 to ws-cat-count
           move 0 to ws-cat-overflow-flag
           move 0 to ws-missing-results-flag
           move 0 to ws-group-out-flag
           move " " to ws-line-text
           perform emit-line
           move rl-target(ws-group-start) to gh-target
           move ws-group-heading-line to ws-line-text
           perform emit-line
           move rl-measure(ws-group-start) to gr-measure
           move ws-group-tolerance to gr-tolerance
           move ws-group-rule-line to ws-line-text
           perform emit-line
           move ws-member-heading-line to ws-line-text
           perform emit-line
           move "S" to ws-side-flag
           perform varying ws-rel-slot from ws-group-start by 1
               until ws-rel-slot > ws-group-end
               move rl-source(ws-rel-slot) to ws-fetch-filename
               perform fetch-and-show-member
           end-perform
           move "T" to ws-side-flag
           move rl-target(ws-group-start) to ws-fetch-filename
           perform fetch-and-show-member
           if results-missing
               add 1 to ws-not-compared-count
               move "NOT COMPARED - a dataset has no results"
                   to vl-verdict
           else
               perform compare-group
               if group-out-of-balance
                   add 1 to ws-out-balance-count
                   move "*** OUT OF BALANCE ***" to vl-verdict
                   perform append-audit-record
               else
                   add 1 to ws-in-balance-count
                   move "in balance" to vl-verdict
               end-if
           end-if
           move ws-verdict-line to ws-line-text
           perform emit-line.

      *> fetch one member's latest run, print its line, and add it
      *> to its side of the group
       fetch-and-show-member.
           perform fetch-latest-results
           move spaces to ws-member-line
           if ws-side-flag = "S"
               move "source" to ml-side
           else
               move "target" to ml-side
           end-if
           move function trim(ws-fetch-filename) to ml-dataset
           if not fetch-found
               set results-missing to true
               move "(no results)" to ml-run
           else
               move ws-fetch-run-date to ws-stamp-date
               move ws-fetch-run-time to ws-stamp-time
               perform format-stamp
               move ws-stamp-text to ml-run
               move ws-fetch-count to ml-count
               move ws-fetch-sum to ml-sum
               perform add-member-to-side
           end-if
           move ws-member-line to ws-line-text
           perform emit-line.

       add-member-to-side.
           if ws-side-flag = "S"
               add ws-fetch-count to ws-source-count
               add ws-fetch-sum to ws-source-sum
           else
               add ws-fetch-count to ws-target-count
               add ws-fetch-sum to ws-target-sum
           end-if
           perform varying ws-fc-index from 1 by 1
               until ws-fc-index > ws-fetch-cat-count
               perform add-member-category
           end-perform.

      *> the category union is kept in category order so the
      *> per-category lines print sorted
       add-member-category.
           move 0 to ws-cat-slot
           perform varying ws-cat-index from 1 by 1
               until ws-cat-index > ws-cat-count
               if cb-category(ws-cat-index) =
                   fc-category(ws-fc-index)
                   move ws-cat-index to ws-cat-slot
                   exit perform
               end-if
               if cb-category(ws-cat-index) >
                   fc-category(ws-fc-index)
                   exit perform
               end-if
           end-perform
           if ws-cat-slot = 0
               if ws-cat-count >= ws-cat-capacity
                   set cat-table-exceeded to true
               else
                   perform varying ws-cat-shift
                       from ws-cat-count by -1
                       until ws-cat-shift < ws-cat-index
                       move cat-entry(ws-cat-shift)
                           to cat-entry(ws-cat-shift + 1)
                   end-perform
                   add 1 to ws-cat-count
                   move ws-cat-index to ws-cat-slot
                   move fc-category(ws-fc-index)
                       to cb-category(ws-cat-slot)
                   move 0 to cb-source-sum(ws-cat-slot)
                   move 0 to cb-target-sum(ws-cat-slot)
               end-if
           end-if
           if ws-cat-slot > 0
               if ws-side-flag = "S"
                   add fc-sum(ws-fc-index)
                       to cb-source-sum(ws-cat-slot)
               else
                   add fc-sum(ws-fc-index)
                       to cb-target-sum(ws-cat-slot)
               end-if
           end-if.

      *> position at the dataset's first row and walk its runs in
      *> key order; a later run date/time starts the figures over,
      *> and within the latest run only its lowest column counts
       fetch-latest-results.
           move 0 to ws-fetch-found-flag
           move spaces to ws-fetch-stamp
           move 0 to ws-fetch-count
           move 0 to ws-fetch-sum
           move 0 to ws-fetch-cat-count
           move 0 to ws-results-eof-flag
           move low-values to rs-key
           move ws-fetch-filename to rs-filename
           start results-file key not < rs-key
               invalid key
                   set results-eof to true
           end-start
           perform until results-eof
               read results-file next record
                   at end
                       set results-eof to true
                   not at end
                       if rs-filename not = ws-fetch-filename
                           set results-eof to true
                       else
                           perform note-results-row
                       end-if
               end-read
           end-perform.

       note-results-row.
           move spaces to ws-row-stamp
           string rs-run-date rs-run-time
               delimited by size into ws-row-stamp
           end-string
           if ws-row-stamp > ws-fetch-stamp
               move ws-row-stamp to ws-fetch-stamp
               move rs-run-date to ws-fetch-run-date
               move rs-run-time to ws-fetch-run-time
               move rs-column to ws-fetch-column
               move 0 to ws-fetch-count
               move 0 to ws-fetch-sum
               move 0 to ws-fetch-cat-count
               set fetch-found to true
           end-if
           if ws-row-stamp = ws-fetch-stamp
               and rs-column = ws-fetch-column
               if rs-type = "C"
                   if ws-fetch-cat-count < 50
                       add 1 to ws-fetch-cat-count
                       move rs-category
                           to fc-category(ws-fetch-cat-count)
                       if rs-sum = spaces
                           move 0 to fc-sum(ws-fetch-cat-count)
                       else
                           compute fc-sum(ws-fetch-cat-count) =
                               function numval(rs-sum)
                       end-if
                   else
                       set cat-table-exceeded to true
                   end-if
               else
                   if rs-valid-count not = spaces
                       compute ws-fetch-count =
                           function numval(rs-valid-count)
                   end-if
                   if rs-sum not = spaces
                       compute ws-fetch-sum =
                           function numval(rs-sum)
                   end-if
               end-if
           end-if.

      *> sources against target on the group's measure - for
      *> CATSUM every category either side carries is compared,
      *> and any one past the tolerance puts the group out
       compare-group.
           evaluate rl-measure(ws-group-start)
               when "COUNT"
                   compute ws-difference =
                       ws-source-count - ws-target-count
                   perform judge-difference
                   move ws-difference to dl-difference
                   move ws-difference-line to ws-line-text
                   perform emit-line
               when "CATSUM"
                   move ws-category-heading-line to ws-line-text
                   perform emit-line
                   perform varying ws-cat-index from 1 by 1
                       until ws-cat-index > ws-cat-count
                       perform compare-one-category
                   end-perform
                   if ws-cat-count = 0
                       move "   (no category rows on either side)"
                           to ws-line-text
                       perform emit-line
                   end-if
                   if cat-table-exceeded
                       move "   (more categories than the table"
                           to ws-line-text
                       perform emit-line
                       move "    holds - extras not compared)"
                           to ws-line-text
                       perform emit-line
                   end-if
               when other
                   compute ws-difference =
                       ws-source-sum - ws-target-sum
                   perform judge-difference
                   move ws-difference to dl-difference
                   move ws-difference-line to ws-line-text
                   perform emit-line
           end-evaluate.

       compare-one-category.
           compute ws-difference = cb-source-sum(ws-cat-index)
               - cb-target-sum(ws-cat-index)
           move spaces to ws-category-line
           move cb-category(ws-cat-index) to ctl-category
           move cb-source-sum(ws-cat-index) to ctl-source
           move cb-target-sum(ws-cat-index) to ctl-target
           move ws-difference to ctl-difference
           perform judge-difference
           if ws-abs-difference > ws-group-tolerance
               move "<<<" to ctl-attention
           end-if
           move ws-category-line to ws-line-text
           perform emit-line.

       judge-difference.
           if ws-difference < 0
               compute ws-abs-difference = 0 - ws-difference
           else
               move ws-difference to ws-abs-difference
           end-if
           if ws-abs-difference > ws-group-tolerance
               set group-out-of-balance to true
           end-if.

      *> one run-log record against the dataset balanced to, timed
      *> the same as this run's report so statnotify can name it.
      *> the counts stay zero - statfeedchk must not take a
      *> balancing entry for an arrival of the feed
       append-audit-record.
           move spaces to audit-record
           move ws-current-date to au-run-date
           move ws-current-time(1:6) to au-run-time
           move rl-target(ws-group-start) to au-filename
           move 0 to au-column
           move 0 to au-valid-count
           move 0 to au-reject-count
           move 0 to au-outlier-count
           move "X" to au-balance
           move "-" to au-control
           move "R" to au-registered
           move 6 to au-return-code
           move "-" to au-delivery
           open extend audit-file
           if ws-audit-status not = "00"
               open output audit-file
           end-if
           if ws-audit-status not = "00"
               display "warning: cannot open run log"
                   " (status " ws-audit-status ")"
           else
               write audit-record
               close audit-file
           end-if.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-balance-report.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string "statbalance_report_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-balance-report-filename
           end-string
           open output balance-report-file
           if ws-balance-report-status not = "00"
               display "warning: cannot open report file '"
                   function trim(ws-balance-report-filename) "'"
           end-if.

       close-balance-report.
           close balance-report-file.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the balancing report file
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-balance-report-status = "00"
               write balance-report-line from ws-line-text
           end-if.

       display-balance-header.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Inter-Feed Balancing Report" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "   Run date          = "
                   ws-cd-year "-" ws-cd-month "-" ws-cd-day
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           if ws-rel-count = 0
               move "   (no balancing relationships registered)"
                   to ws-line-text
               perform emit-line
           end-if.

       display-balance-footer.
           move "===============================" to ws-line-text
           perform emit-line
           move "   Groups balanced   = " to cl-label
           move ws-group-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   In balance        = " to cl-label
           move ws-in-balance-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Out of balance    = " to cl-label
           move ws-out-balance-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Not compared      = " to cl-label
           move ws-not-compared-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if rel-table-exceeded
               move "   (more relationships than the table holds"
                   to ws-line-text
               perform emit-line
               move "    - extras not balanced)" to ws-line-text
               perform emit-line
           end-if
           if ws-out-balance-count > 0
               move "   *** FEEDS OUT OF BALANCE - LOGGED FOR" to
                   ws-line-text
               perform emit-line
               move "       STATOPSUM, RETURN CODE 6 ***" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.

       format-stamp.
           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
                   ws-stamp-date(7:2) " "
                   ws-stamp-time(1:2) ":" ws-stamp-time(3:2) ":"
                   ws-stamp-time(5:2)
               delimited by size into ws-stamp-text
           end-string.
