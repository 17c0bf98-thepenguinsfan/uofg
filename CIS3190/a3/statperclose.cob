      *> Luc Levesque
      *> 1238403
      *> statperclose.cob
      *> period close - freezes a finished month on statmeasure2's
      *> period-to-date accumulators, so a late or rerun delivery
      *> can no longer move a month finance has already reported.
      *> closing the last month of a quarter closes the quarter
      *> too, and closing december closes the year. prints the
      *> final figures of every bucket it freezes
       identification division.
       program-id. statperclose.

       environment division.
       input-output section.
       file-control.
           select period-file
               assign to "statmeasure2_periods.dat"
               organization is indexed
               access mode is dynamic
               record key is pa-key
               file status is ws-period-status.
           select close-report-file
               assign to ws-close-report-filename
               organization is line sequential
               file status is ws-close-report-status.

       data division.
       file section.
      *> the accumulators statmeasure2's post-period-accumulators
      *> maintains, one per dataset/column/period
       fd period-file.
       01 period-record.
           02 pa-key.
               03 pa-filename pic x(64).
               03 pa-column pic 9(2).
               03 pa-period-type pic x(1).
               03 pa-period-id pic x(6).
      *> O = open, C = closed
           02 pa-status pic x(1).
           02 pa-run-count pic 9(6).
           02 pa-record-count pic s9(11).
           02 pa-reject-count pic s9(11).
           02 pa-total-weight pic s9(11).
           02 pa-positive-weight pic s9(11).
           02 pa-sum-of-values pic s9(14)v9(2).
           02 pa-sum-of-squares pic 9(18)v9(6).
           02 pa-sum-of-logarithms pic s9(14)v9(8).
           02 pa-sum-of-reciprocals pic s9(14)v9(8).
           02 pa-first-run-date pic 9(8).
           02 pa-last-run-date pic 9(8).
           02 pa-last-run-time pic 9(6).
           02 pa-last-fp-count pic s9(9).
           02 pa-last-fp-bytes pic s9(12).
           02 pa-last-fp-hash pic s9(15).
           02 pa-closed-by pic x(10).
           02 pa-closed-date pic 9(8).
           02 pa-closed-time pic 9(6).

      *> this program's own close report, timestamped the same
      *> way statmeasure2 names its packets
       fd close-report-file.
       01 close-report-line pic x(133).

       working-storage section.
       01 ws-period-status pic xx.
       01 ws-close-report-filename pic x(256).
       01 ws-close-report-status pic xx.
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

       01 ws-operator-id pic x(10).
       01 ws-month-entry pic x(10).

      *> the month being closed, and the quarter and year it
      *> finishes when it is the last month of either
       01 ws-close-month.
           02 ws-close-year pic 9(4).
           02 ws-close-month-number pic 9(2).
       01 ws-this-month.
           02 ws-this-year pic 9(4).
           02 ws-this-month-number pic 9(2).
       01 ws-close-quarter pic 9(1).
       01 ws-month-id pic x(6).
       01 ws-quarter-id pic x(6) value spaces.
       01 ws-year-id pic x(6) value spaces.

       01 ws-period-eof-flag pic 9 value 0.
           88 period-eof value 1.
       01 ws-bucket-match-flag pic 9 value 0.
           88 bucket-matches value 1.

       01 ws-period-mean pic s9(6)v9(2).
       01 ws-period-variance pic s9(10)v9(6).
       01 ws-period-stddev pic s9(6)v9(2).

       01 ws-closed-count pic s9(6) value 0.
       01 ws-already-closed-count pic s9(6) value 0.
       01 ws-failed-count pic s9(6) value 0.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-close-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(41) value "dataset".
           02 filler pic x(4) value "col".
           02 filler pic x(9) value "period".
           02 filler pic x(6) value "  runs".
           02 filler pic x(13) value "        count".
           02 filler pic x(19) value "                sum".
           02 filler pic x(11) value "       mean".
           02 filler pic x(11) value "    std dev".
           02 filler pic x(16) value "  verdict".
       01 ws-close-line.
           02 filler pic x(3) value spaces.
           02 ccl-dataset pic x(40).
           02 filler pic x(1) value space.
           02 ccl-column pic z9.
           02 filler pic x(2) value spaces.
           02 ccl-period pic x(9).
           02 ccl-runs pic z(5)9.
           02 ccl-count pic -(12)9.
           02 ccl-sum pic -(15)9.9(2).
           02 ccl-mean pic -(7)9.9(2).
           02 ccl-stddev pic -(7)9.9(2).
           02 filler pic x(2) value spaces.
           02 ccl-verdict pic x(16).

       procedure division.
       main-program.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           perform get-operator-id
           perform get-close-month
           perform open-period-file
           perform open-close-report
           perform display-close-header
           move 0 to ws-period-eof-flag
           move low-values to pa-key
           start period-file key not < pa-key
               invalid key
                   set period-eof to true
           end-start
           perform until period-eof
               read period-file next record
                   at end
                       set period-eof to true
                   not at end
                       perform check-one-bucket
               end-read
           end-perform
           close period-file
           perform display-close-footer
           perform close-close-report
           if ws-failed-count > 0
               move 4 to return-code
           end-if
           if ws-closed-count = 0
               and ws-already-closed-count = 0
               move 4 to return-code
           end-if
           stop run.

      *> every close is stamped with the operator who ran it
       get-operator-id.
           display "operator id: " with no advancing
           accept ws-operator-id
           if ws-operator-id = spaces
               display "operator id required"
               move 12 to return-code
               stop run
           end-if
           move function upper-case(function trim(ws-operator-id))
               to ws-operator-id.

      *> the month to close, defaulting to last month; the month
      *> in progress (or a later one) cannot be closed
       get-close-month.
           move ws-cd-year to ws-this-year
           move ws-cd-month to ws-this-month-number
           display "month to close (yyyymm) [previous month]: "
               with no advancing
           accept ws-month-entry
           if ws-month-entry = spaces
               if ws-cd-month = 1
                   compute ws-close-year = ws-cd-year - 1
                   move 12 to ws-close-month-number
               else
                   move ws-cd-year to ws-close-year
                   compute ws-close-month-number = ws-cd-month - 1
               end-if
           else
               if function trim(ws-month-entry) is not numeric
                   or function length(
                   function trim(ws-month-entry)) not = 6
                   display "error: month must be yyyymm"
                   move 12 to return-code
                   stop run
               end-if
               move function trim(ws-month-entry) to ws-close-month
           end-if
           if ws-close-month-number < 1
               or ws-close-month-number > 12
               display "error: month must be yyyymm"
               move 12 to return-code
               stop run
           end-if
           if ws-close-month not < ws-this-month
               display "error: only a finished month can be"
                   " closed"
               move 12 to return-code
               stop run
           end-if
           move ws-close-month to ws-month-id
           if ws-close-month-number = 3
               or ws-close-month-number = 6
               or ws-close-month-number = 9
               or ws-close-month-number = 12
               compute ws-close-quarter =
                   ws-close-month-number / 3
               string ws-close-year "Q" ws-close-quarter
                   delimited by size into ws-quarter-id
               end-string
           end-if
           if ws-close-month-number = 12
               move ws-close-year to ws-year-id(1:4)
           end-if
           display spaces.

      *> statmeasure2 creates the accumulators the first time a
      *> registered dataset runs - until then there is nothing
      *> here to close
       open-period-file.
           open i-o period-file
           if ws-period-status = "35"
               display "no period accumulators on file - nothing"
                   " to close"
               move 12 to return-code
               stop run
           end-if
           if ws-period-status not = "00"
               display "error: cannot open period accumulators"
                   " (status " ws-period-status ")"
               move 12 to return-code
               stop run
           end-if.

      *> the month's buckets, and the quarter's and year's when
      *> this month finishes them, are marked closed in place
       check-one-bucket.
           move 0 to ws-bucket-match-flag
           evaluate pa-period-type
               when "M"
                   if pa-period-id = ws-month-id
                       set bucket-matches to true
                   end-if
               when "Q"
                   if ws-quarter-id not = spaces
                       and pa-period-id = ws-quarter-id
                       set bucket-matches to true
                   end-if
               when "Y"
                   if ws-year-id not = spaces
                       and pa-period-id = ws-year-id
                       set bucket-matches to true
                   end-if
           end-evaluate
           if bucket-matches
               if pa-status = "C"
                   add 1 to ws-already-closed-count
                   move "already closed" to ccl-verdict
               else
                   perform close-one-bucket
               end-if
               perform display-bucket-line
           end-if.

       close-one-bucket.
           move "C" to pa-status
           move ws-operator-id to pa-closed-by
           move ws-current-date to pa-closed-date
           move ws-current-time(1:6) to pa-closed-time
           rewrite period-record
               invalid key
                   add 1 to ws-failed-count
                   move "FAILED" to ccl-verdict
               not invalid key
                   add 1 to ws-closed-count
                   move "closed" to ccl-verdict
           end-rewrite.

      *> the bucket's final figures, off the same formulas
      *> statmeasure2 uses for the Period-to-Date section
       display-bucket-line.
           move 0 to ws-period-mean
           move 0 to ws-period-stddev
           if pa-total-weight > 0
               compute ws-period-mean rounded =
                   pa-sum-of-values / pa-total-weight
               compute ws-period-variance =
                   pa-sum-of-squares / pa-total-weight -
                   (pa-sum-of-values / pa-total-weight) ** 2
               if ws-period-variance < 0
                   move 0 to ws-period-variance
               end-if
               compute ws-period-stddev rounded =
                   ws-period-variance ** 0.5
           end-if
           move function trim(pa-filename) to ccl-dataset
           move pa-column to ccl-column
           move spaces to ccl-period
           evaluate pa-period-type
               when "M"
                   string "M " pa-period-id(1:4) "-"
                           pa-period-id(5:2)
                       delimited by size into ccl-period
                   end-string
               when "Q"
                   string "Q " pa-period-id(1:4) "-"
                           pa-period-id(5:2)
                       delimited by size into ccl-period
                   end-string
               when other
                   string "Y " pa-period-id(1:4)
                       delimited by size into ccl-period
                   end-string
           end-evaluate
           move pa-run-count to ccl-runs
           move pa-total-weight to ccl-count
           move pa-sum-of-values to ccl-sum
           move ws-period-mean to ccl-mean
           move ws-period-stddev to ccl-stddev
           move ws-close-line to ws-line-text
           perform emit-line.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-close-report.
           string "statperclose_report_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-close-report-filename
           end-string
           open output close-report-file
           if ws-close-report-status not = "00"
               display "warning: cannot open report file '"
                   function trim(ws-close-report-filename) "'"
           end-if.

       close-close-report.
           close close-report-file.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the close report file
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-close-report-status = "00"
               write close-report-line from ws-line-text
           end-if.

       display-close-header.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Period Close" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "   Month closed      = "
                   ws-close-year "-" ws-close-month-number
               delimited by size into ws-line-text
           end-string
           perform emit-line
           if ws-quarter-id not = spaces
               move spaces to ws-line-text
               string "   Quarter closed    = "
                       ws-close-year "-Q" ws-close-quarter
                   delimited by size into ws-line-text
               end-string
               perform emit-line
           end-if
           if ws-year-id not = spaces
               move spaces to ws-line-text
               string "   Year closed       = " ws-close-year
                   delimited by size into ws-line-text
               end-string
               perform emit-line
           end-if
           move spaces to ws-line-text
           string "   Closed by         = " ws-operator-id
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           move ws-close-heading-line to ws-line-text
           perform emit-line.

       display-close-footer.
           move "===============================" to ws-line-text
           perform emit-line
           move "   Periods closed    = " to cl-label
           move ws-closed-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Already closed    = " to cl-label
           move ws-already-closed-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Failed to close   = " to cl-label
           move ws-failed-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if ws-closed-count = 0
               and ws-already-closed-count = 0
               move "   (no dataset posted anything to this month)"
                   to ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.
