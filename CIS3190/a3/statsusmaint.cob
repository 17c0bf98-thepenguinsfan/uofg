      *> Luc Levesque
      *> 1238403
      *> statsusmaint.cob
      *> reject suspense maintenance - correct or write off the
      *> rejected records statmeasure2 holds in suspense, and print
      *> the aging report of what is still open, by owner, so a
      *> rejected line is dealt with instead of silently dropped
       identification division.
       program-id. statsusmaint.

       environment division.
       input-output section.
       file-control.
           select suspense-file
               assign to "statmeasure2_suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is sp-key
               file status is ws-suspense-status.
           select aging-report-file
               assign to ws-aging-report-filename
               organization is line sequential
               file status is ws-aging-report-status.

       data division.
       file section.
      *> the suspense entries statmeasure2's write-suspense-entry
      *> posts, keyed by input file, rejecting run date, line
      *> number, csv column (0 off csv), and rejecting run time
       fd suspense-file.
       01 suspense-record.
           02 sp-key.
               03 sp-filename pic x(64).
               03 sp-run-date pic 9(8).
               03 sp-line-number pic 9(6).
               03 sp-column pic 9(2).
               03 sp-run-time pic 9(6).
      *> O = open, C = corrected (waiting for the next run), W =
      *> written off, X = cleared into a run
           02 sp-status pic x(1).
           02 sp-owner pic x(30).
           02 sp-content pic x(200).
           02 sp-corrected-value pic x(20).
           02 sp-category pic x(8).
           02 sp-changed-by pic x(10).
           02 sp-changed-date pic 9(8).
           02 sp-changed-time pic 9(6).
           02 sp-reason pic x(60).
           02 sp-cleared-date pic 9(8).
           02 sp-cleared-time pic 9(6).

      *> the aging report, timestamped the same way statmeasure2
      *> names its packets
       fd aging-report-file.
       01 aging-report-line pic x(133).

       working-storage section.
       01 ws-suspense-status pic xx.
       01 ws-aging-report-filename pic x(256).
       01 ws-aging-report-status pic xx.
       01 ws-line-text pic x(133).
       01 ws-menu-choice pic x(1).
       01 ws-done-flag pic 9 value 0.
           88 maintenance-done value 1.
       01 ws-operator-id pic x(10).
       01 ws-key-text pic x(64).
       01 ws-number-text pic x(20).
       01 ws-value-text pic x(20).
       01 ws-category-text pic x(8).
       01 ws-reason-text pic x(60).
       01 ws-key-ok-flag pic 9 value 0.
           88 key-entered value 1.
       01 ws-entry-key pic x(80).
       01 ws-entry-match-count pic s9(4).
       01 ws-entry-run-time pic 9(6).
       01 ws-entry-eof-flag pic 9 value 0.
           88 entry-eof value 1.
       01 ws-list-eof-flag pic 9 value 0.
           88 list-eof value 1.
       01 ws-list-count pic s9(6) value 0.
       01 ws-list-count-display pic zzzzz9.

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
       01 ws-entry-age pic s9(9).

      *> one listing line per suspense entry
       01 ws-entry-line.
           02 filler pic x(3) value spaces.
           02 el-run-date pic x(10).
           02 filler pic x(1) value space.
           02 el-run-time pic x(8).
           02 filler pic x(6) value " line ".
           02 el-line pic zzzzz9.
           02 filler pic x(5) value " col ".
           02 el-column pic z9.
           02 filler pic x(2) value spaces.
           02 el-status pic x(11).
           02 filler pic x(1) value space.
           02 el-content pic x(60).

      *> aging report - open entries counted by owner into age
      *> buckets off the rejecting run date, plus the status
      *> totals over the whole file so the written-off and
      *> cleared items are accounted for alongside the open ones
       01 ws-owner-count pic s9(4) value 0.
       01 ws-owner-capacity pic s9(4) value 100.
       01 ws-owner-overflow-flag pic 9 value 0.
           88 owner-table-exceeded value 1.
       01 ws-owner-index pic s9(4).
       01 ws-owner-slot pic s9(4).
       01 ws-owner-shift pic s9(4).
       01 ws-owner-name pic x(30).
       01 ws-bucket pic s9(4).
       01 owner-table.
           02 owner-entry occurs 101 times.
               03 ow-name pic x(30).
               03 ow-bucket-count pic s9(6) occurs 5 times.
               03 ow-total pic s9(6).
       01 ws-bucket-totals.
           02 bt-count pic s9(6) occurs 5 times.
       01 ws-open-total pic s9(6) value 0.
       01 ws-corrected-total pic s9(6) value 0.
       01 ws-written-off-total pic s9(6) value 0.
       01 ws-cleared-total pic s9(6) value 0.
       01 ws-aging-heading-line.
           02 filler pic x(1) value space.
           02 filler pic x(30) value "owner".
           02 filler pic x(8) value "     0-7".
           02 filler pic x(8) value "    8-30".
           02 filler pic x(8) value "   31-60".
           02 filler pic x(8) value "   61-90".
           02 filler pic x(8) value "     >90".
           02 filler pic x(8) value "   total".
       01 ws-aging-detail-line.
           02 filler pic x(1) value space.
           02 adl-owner pic x(30).
           02 adl-bucket pic -(7)9 occurs 5 times.
           02 adl-total pic -(7)9.
       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-write-off-line.
           02 filler pic x(3) value spaces.
           02 wol-filename pic x(40).
           02 filler pic x(1) value space.
           02 wol-run-date pic x(10).
           02 filler pic x(1) value space.
           02 wol-run-time pic x(8).
           02 filler pic x(6) value " line ".
           02 wol-line pic zzzzz9.
           02 filler pic x(5) value " col ".
           02 wol-column pic z9.
       01 ws-write-off-reason-line.
           02 filler pic x(6) value spaces.
           02 wrl-by pic x(10).
           02 filler pic x(1) value space.
           02 wrl-date pic x(10).
           02 filler pic x(2) value spaces.
           02 wrl-reason pic x(60).

       procedure division.
       main-program.
           perform get-operator-id
           perform open-suspense-file
           perform until maintenance-done
               perform show-menu
               evaluate function upper-case(ws-menu-choice)
                   when "C"
                       perform correct-entry
                   when "W"
                       perform write-off-entry
                   when "L"
                       perform list-entries
                   when "R"
                       perform print-aging-report
                   when "Q"
                       set maintenance-done to true
                   when other
                       display "unknown choice '"
                           ws-menu-choice "'"
               end-evaluate
           end-perform
           close suspense-file
           stop run.

      *> every change is stamped with the operator who made it, so
      *> the program will not start without one
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

      *> the suspense file is created by statmeasure2 the first
      *> time anything is rejected - until then there is nothing
      *> here to maintain
       open-suspense-file.
           open i-o suspense-file
           if ws-suspense-status = "35"
               display "no suspense file on file - nothing has"
                   " been rejected yet"
               stop run
           end-if
           if ws-suspense-status not = "00"
               display "error: cannot open suspense file"
                   " (status " ws-suspense-status ")"
               stop run
           end-if.

       show-menu.
           display " "
           display "reject suspense maintenance"
           display "  C - correct an entry"
           display "  W - write an entry off"
           display "  L - list open entries"
           display "  R - aging report"
           display "  Q - quit"
           display "choice: " with no advancing
           accept ws-menu-choice.

      *> prompt for the parts of an entry's key; a blank filename
      *> or a bad number backs out of the operation. the run time
      *> is only needed when the file was delivered more than once
      *> that day - left blank, the one entry there is is taken
       accept-entry-key.
           move 0 to ws-key-ok-flag
           move spaces to sp-key
           display "input filename: " with no advancing
           accept ws-key-text
           if ws-key-text = spaces
               display "filename required"
           else
               move ws-key-text to sp-filename
               set key-entered to true
               display "run date (yyyymmdd): " with no advancing
               accept ws-number-text
               if function test-numval(
                   function trim(ws-number-text)) = 0
                   compute sp-run-date =
                       function numval(ws-number-text)
               else
                   display "bad run date"
                   move 0 to ws-key-ok-flag
               end-if
           end-if
           if key-entered
               display "line number: " with no advancing
               accept ws-number-text
               if function test-numval(
                   function trim(ws-number-text)) = 0
                   compute sp-line-number =
                       function numval(ws-number-text)
               else
                   display "bad line number"
                   move 0 to ws-key-ok-flag
               end-if
           end-if
           if key-entered
               display "csv column [0]: " with no advancing
               accept ws-number-text
               if ws-number-text = spaces
                   move 0 to sp-column
               else
                   if function test-numval(
                       function trim(ws-number-text)) = 0
                       compute sp-column =
                           function numval(ws-number-text)
                   else
                       display "bad column"
                       move 0 to ws-key-ok-flag
                   end-if
               end-if
           end-if
           if key-entered
               display "run time (hhmmss) [only run that day]: "
                   with no advancing
               accept ws-number-text
               if ws-number-text = spaces
                   perform find-only-run-entry
               else
                   if function test-numval(
                       function trim(ws-number-text)) = 0
                       compute sp-run-time =
                           function numval(ws-number-text)
                   else
                       display "bad run time"
                       move 0 to ws-key-ok-flag
                   end-if
               end-if
           end-if.

      *> the entries for the file, date, line and column keyed so
      *> far, one per run that rejected the line that day
       find-only-run-entry.
           move sp-key(1:80) to ws-entry-key
           move 0 to sp-run-time
           move 0 to ws-entry-match-count
           move 0 to ws-entry-run-time
           move 0 to ws-entry-eof-flag
           start suspense-file key not < sp-key
               invalid key
                   set entry-eof to true
           end-start
           perform until entry-eof
               read suspense-file next record
                   at end
                       set entry-eof to true
                   not at end
                       if sp-key(1:80) not = ws-entry-key
                           set entry-eof to true
                       else
                           add 1 to ws-entry-match-count
                           move sp-run-time to ws-entry-run-time
                       end-if
               end-read
           end-perform
           move ws-entry-key to sp-key(1:80)
           move ws-entry-run-time to sp-run-time
           if ws-entry-match-count > 1
               display "that line was rejected by more than one"
                   " run that day - give the run time"
               move 0 to ws-key-ok-flag
           end-if.

      *> an open entry, or a corrected one not yet folded into a
      *> run, takes a corrected value; the next statmeasure2 run
      *> of the file picks it up
       correct-entry.
           perform accept-entry-key
           if key-entered
               read suspense-file
                   invalid key
                       display "no such suspense entry"
                   not invalid key
                       perform show-current-entry
                       if sp-status = "O" or sp-status = "C"
                           perform accept-correction
                       else
                           display "entry is already closed"
                       end-if
               end-read
           end-if.

      *> the corrected value is keyed as the real value (decimal
      *> point and all) - it is not run through the feed's implied
      *> decimal rules
       accept-correction.
           display "corrected value (e.g. 125.00): "
               with no advancing
           accept ws-value-text
           if ws-value-text = spaces
               or function test-numval(
               function trim(ws-value-text)) not = 0
               display "bad value - entry not changed"
           else
               move spaces to ws-category-text
               if sp-column = 0
                   display "category code [none]: "
                       with no advancing
                   accept ws-category-text
               end-if
               move function trim(ws-value-text)
                   to sp-corrected-value
               move ws-category-text to sp-category
               move "C" to sp-status
               perform stamp-entry-change
               rewrite suspense-record
                   invalid key
                       display "rewrite failed (status "
                           ws-suspense-status ")"
                   not invalid key
                       display "corrected."
               end-rewrite
           end-if.

      *> write-off needs a reason - the aging report's auditors
      *> read it
       write-off-entry.
           perform accept-entry-key
           if key-entered
               read suspense-file
                   invalid key
                       display "no such suspense entry"
                   not invalid key
                       perform show-current-entry
                       if sp-status = "O" or sp-status = "C"
                           perform accept-write-off
                       else
                           display "entry is already closed"
                       end-if
               end-read
           end-if.

       accept-write-off.
           display "reason for write-off: " with no advancing
           accept ws-reason-text
           if ws-reason-text = spaces
               display "reason required - entry not changed"
           else
               move ws-reason-text to sp-reason
               move spaces to sp-corrected-value
               move "W" to sp-status
               perform stamp-entry-change
               rewrite suspense-record
                   invalid key
                       display "rewrite failed (status "
                           ws-suspense-status ")"
                   not invalid key
                       display "written off."
               end-rewrite
           end-if.

       stamp-entry-change.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-operator-id to sp-changed-by
           move ws-current-date to sp-changed-date
           move ws-current-time(1:6) to sp-changed-time.

       show-current-entry.
           display "  on file:"
           display "   owner:       " function trim(sp-owner)
           display "   record:      " function trim(sp-content)
           evaluate sp-status
               when "O"
                   display "   status:      open"
               when "C"
                   display "   status:      corrected to "
                       function trim(sp-corrected-value)
               when "W"
                   display "   status:      written off - "
                       function trim(sp-reason)
               when "X"
                   display "   status:      cleared "
                       sp-cleared-date
               when other
                   display "   status:      " sp-status
           end-evaluate
           if sp-changed-by not = spaces
               display "   changed by:  " function trim(
                   sp-changed-by) " " sp-changed-date " "
                   sp-changed-time
           end-if.

      *> walk the file in key order listing everything still open
      *> or waiting to be folded, for one input file or for all of
      *> them
       list-entries.
           display "input filename [all]: " with no advancing
           accept ws-key-text
           move 0 to ws-list-eof-flag
           move 0 to ws-list-count
           move low-values to sp-key
           if ws-key-text not = spaces
               move ws-key-text to sp-filename
           end-if
           start suspense-file key not < sp-key
               invalid key
                   set list-eof to true
           end-start
           move spaces to ws-owner-name
           perform until list-eof
               read suspense-file next record
                   at end
                       set list-eof to true
                   not at end
                       if ws-key-text not = spaces
                           and sp-filename not = ws-key-text
                           set list-eof to true
                       else
                           if sp-status = "O" or sp-status = "C"
                               perform list-one-entry
                           end-if
                       end-if
               end-read
           end-perform
           move ws-list-count to ws-list-count-display
           display " "
           display function trim(ws-list-count-display)
               " entries open or awaiting the next run".

       list-one-entry.
           add 1 to ws-list-count
           if sp-filename not = ws-owner-name
               move sp-filename to ws-owner-name
               display " "
               display function trim(sp-filename)
           end-if
           move spaces to el-run-date
           string sp-run-date(1:4) "-" sp-run-date(5:2) "-"
                   sp-run-date(7:2)
               delimited by size into el-run-date
           end-string
           move spaces to el-run-time
           string sp-run-time(1:2) ":" sp-run-time(3:2) ":"
                   sp-run-time(5:2)
               delimited by size into el-run-time
           end-string
           move sp-line-number to el-line
           move sp-column to el-column
           if sp-status = "C"
               move spaces to el-status
               string "corr " function trim(sp-corrected-value)
                   delimited by size into el-status
               end-string
           else
               move "open" to el-status
           end-if
           move sp-content to el-content
           display ws-entry-line.

      *> the aging report: every entry on the file is counted by
      *> status, and each open one (corrected-but-not-yet-folded
      *> included - it is still out of the numbers) lands in its
      *> owner's age bucket off the rejecting run date
       print-aging-report.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-current-date to ws-today-date
           compute ws-today-day-number =
               function integer-of-date(ws-today-date)
           move 0 to ws-owner-count
           move 0 to ws-owner-overflow-flag
           move 0 to ws-open-total
           move 0 to ws-corrected-total
           move 0 to ws-written-off-total
           move 0 to ws-cleared-total
           perform varying ws-bucket from 1 by 1
               until ws-bucket > 5
               move 0 to bt-count(ws-bucket)
           end-perform
           move 0 to ws-list-eof-flag
           move low-values to sp-key
           start suspense-file key not < sp-key
               invalid key
                   set list-eof to true
           end-start
           perform until list-eof
               read suspense-file next record
                   at end
                       set list-eof to true
                   not at end
                       perform age-one-entry
               end-read
           end-perform
           perform open-aging-report
           perform display-aging-report
           perform display-write-offs
           close aging-report-file
           display "aging report written to '"
               function trim(ws-aging-report-filename) "'".

       age-one-entry.
           evaluate sp-status
               when "O"
                   add 1 to ws-open-total
                   perform bucket-open-entry
               when "C"
                   add 1 to ws-corrected-total
                   perform bucket-open-entry
               when "W"
                   add 1 to ws-written-off-total
               when "X"
                   add 1 to ws-cleared-total
           end-evaluate.

      *> 0-7, 8-30, 31-60, 61-90, and over 90 days old
       bucket-open-entry.
           compute ws-entry-age = ws-today-day-number -
               function integer-of-date(sp-run-date)
           evaluate true
               when ws-entry-age <= 7
                   move 1 to ws-bucket
               when ws-entry-age <= 30
                   move 2 to ws-bucket
               when ws-entry-age <= 60
                   move 3 to ws-bucket
               when ws-entry-age <= 90
                   move 4 to ws-bucket
               when other
                   move 5 to ws-bucket
           end-evaluate
           if sp-owner = spaces
               move "(not registered)" to ws-owner-name
           else
               move sp-owner to ws-owner-name
           end-if
           perform find-or-add-owner
           if ws-owner-slot > 0
               add 1 to ow-bucket-count(ws-owner-slot, ws-bucket)
               add 1 to ow-total(ws-owner-slot)
           end-if
           add 1 to bt-count(ws-bucket).

      *> the owner table is kept in name order as it is built, so
      *> the report prints alphabetically without a sort pass
       find-or-add-owner.
           move 0 to ws-owner-slot
           perform varying ws-owner-index from 1 by 1
               until ws-owner-index > ws-owner-count
               if ow-name(ws-owner-index) = ws-owner-name
                   move ws-owner-index to ws-owner-slot
                   exit perform
               end-if
               if ow-name(ws-owner-index) > ws-owner-name
                   exit perform
               end-if
           end-perform
           if ws-owner-slot = 0
               if ws-owner-count >= ws-owner-capacity
                   set owner-table-exceeded to true
               else
                   perform varying ws-owner-shift
                       from ws-owner-count by -1
                       until ws-owner-shift < ws-owner-index
                       move owner-entry(ws-owner-shift)
                           to owner-entry(ws-owner-shift + 1)
                   end-perform
                   add 1 to ws-owner-count
                   move ws-owner-index to ws-owner-slot
                   move ws-owner-name to ow-name(ws-owner-slot)
                   perform varying ws-bucket from 1 by 1
                       until ws-bucket > 5
                       move 0 to
                           ow-bucket-count(ws-owner-slot, ws-bucket)
                   end-perform
                   move 0 to ow-total(ws-owner-slot)
               end-if
           end-if.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-aging-report.
           move spaces to ws-aging-report-filename
           string "statsusmaint_aging_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-aging-report-filename
           end-string
           open output aging-report-file
           if ws-aging-report-status not = "00"
               display "warning: cannot open aging report '"
                   function trim(ws-aging-report-filename) "'"
           end-if.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the aging report
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-aging-report-status = "00"
               write aging-report-line from ws-line-text
           end-if.

       display-aging-report.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Reject Suspense Aging Report" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "   As of             = "
                   ws-cd-year "-" ws-cd-month "-" ws-cd-day
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           move ws-aging-heading-line to ws-line-text
           perform emit-line
           perform varying ws-owner-index from 1 by 1
               until ws-owner-index > ws-owner-count
               move ow-name(ws-owner-index) to adl-owner
               perform varying ws-bucket from 1 by 1
                   until ws-bucket > 5
                   move ow-bucket-count(ws-owner-index, ws-bucket)
                       to adl-bucket(ws-bucket)
               end-perform
               move ow-total(ws-owner-index) to adl-total
               move ws-aging-detail-line to ws-line-text
               perform emit-line
           end-perform
           if ws-owner-count = 0
               move "   (nothing open in suspense)" to ws-line-text
               perform emit-line
           else
               move "all owners" to adl-owner
               perform varying ws-bucket from 1 by 1
                   until ws-bucket > 5
                   move bt-count(ws-bucket) to adl-bucket(ws-bucket)
               end-perform
               compute adl-total =
                   ws-open-total + ws-corrected-total
               move ws-aging-detail-line to ws-line-text
               perform emit-line
           end-if
           if owner-table-exceeded
               move "   (more owners than the table holds -" to
                   ws-line-text
               perform emit-line
               move "    extras in the all-owners line only)" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move "   Open              = " to cl-label
           move ws-open-total to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Corrected, unrun  = " to cl-label
           move ws-corrected-total to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Cleared into runs = " to cl-label
           move ws-cleared-total to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Written off       = " to cl-label
           move ws-written-off-total to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line.

      *> every write-off on file with who made it, when, and why -
      *> the answer to "what did you do with the bad records"
       display-write-offs.
           if ws-written-off-total > 0
               move "     Written-Off Entries" to ws-line-text
               perform emit-line
               move "===============================" to
                   ws-line-text
               perform emit-line
               move 0 to ws-list-eof-flag
               move low-values to sp-key
               start suspense-file key not < sp-key
                   invalid key
                       set list-eof to true
               end-start
               perform until list-eof
                   read suspense-file next record
                       at end
                           set list-eof to true
                       not at end
                           if sp-status = "W"
                               perform display-one-write-off
                           end-if
                   end-read
               end-perform
               move "===============================" to
                   ws-line-text
               perform emit-line
           end-if.

       display-one-write-off.
           move sp-filename to wol-filename
           move spaces to wol-run-date
           string sp-run-date(1:4) "-" sp-run-date(5:2) "-"
                   sp-run-date(7:2)
               delimited by size into wol-run-date
           end-string
           move spaces to wol-run-time
           string sp-run-time(1:2) ":" sp-run-time(3:2) ":"
                   sp-run-time(5:2)
               delimited by size into wol-run-time
           end-string
           move sp-line-number to wol-line
           move sp-column to wol-column
           move ws-write-off-line to ws-line-text
           perform emit-line
           move sp-changed-by to wrl-by
           move spaces to wrl-date
           string sp-changed-date(1:4) "-" sp-changed-date(5:2) "-"
                   sp-changed-date(7:2)
               delimited by size into wrl-date
           end-string
           move sp-reason to wrl-reason
           move ws-write-off-reason-line to ws-line-text
           perform emit-line.
