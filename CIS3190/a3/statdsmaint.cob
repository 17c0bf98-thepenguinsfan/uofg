      *> statdsmaint.cob
      *> dataset master maintenance - add/change/delete/list the
      *> registration entries statmeasure2 checks its input files
      *> against; every change is held as pending until a second
      *> operator approves it
       identification division.
       program-id. statdsmaint.

               access mode is dynamic
               record key is ms-filename
               file status is ws-master-status.
      *> requested master changes wait here until a second
      *> operator approves or declines them
           select pending-file
               assign to "statmeasure2_pending.dat"
               organization is indexed
               access mode is dynamic
               record key is pd-key
               file status is ws-pending-status.
      *> optional run options, same keyword-line pattern as
      *> statmeasure2's parameter file
           select param-file
               assign to "statdsmaint_params.txt"
               organization is line sequential
               file status is ws-param-status.
           select transaction-file
               assign to ws-transaction-filename
               organization is line sequential
      *> optional fixed-field layout file - when named, statmeasure2
      *> reads the production file as delivered through it
           02 ms-layout-name pic x(64).
      *> optional inter-feed balancing - this dataset's latest
      *> results must agree with ms-balance-to's on the measure
      *> named (COUNT, SUM, or CATSUM for the sum per category) to
      *> within the tolerance; statbalance checks it after the
      *> batch. several datasets naming the same ms-balance-to are
      *> added together first, so site feeds roll up to a region
           02 ms-balance-to pic x(64).
           02 ms-balance-measure pic x(8).
           02 ms-balance-tolerance pic 9(9)v9(2).

      *> one requested master change, keyed by when it was asked
      *> for; the before image is the entry as the requester saw
      *> it, so an approval that would overwrite somebody else's
      *> change in the meantime is refused instead of applied
       fd pending-file.
       01 pending-record.
           02 pd-key.
               03 pd-request-date pic 9(8).
               03 pd-request-time pic 9(6).
               03 pd-sequence pic 9(4).
      *> P = pending, A = approved and applied, D = declined
           02 pd-status pic x(1).
           02 pd-action pic x(6).
           02 pd-filename pic x(64).
           02 pd-requested-by pic x(10).
      *> "terminal" or the transaction file it was queued from
           02 pd-source pic x(64).
           02 pd-before-flag pic 9.
           02 pd-before-image.
               03 pb-filename pic x(64).
               03 pb-owner pic x(30).
               03 pb-description pic x(60).
               03 pb-frequency pic x(10).
               03 pb-min-records pic 9(9).
               03 pb-max-records pic 9(9).
               03 pb-layout-name pic x(64).
               03 pb-balance-to pic x(64).
               03 pb-balance-measure pic x(8).
               03 pb-balance-tolerance pic 9(9)v9(2).
           02 pd-after-image.
               03 pa-filename pic x(64).
               03 pa-owner pic x(30).
               03 pa-description pic x(60).
               03 pa-frequency pic x(10).
               03 pa-min-records pic 9(9).
               03 pa-max-records pic 9(9).
               03 pa-layout-name pic x(64).
               03 pa-balance-to pic x(64).
               03 pa-balance-measure pic x(8).
               03 pa-balance-tolerance pic 9(9)v9(2).
           02 pd-decided-by pic x(10).
           02 pd-decided-date pic 9(8).
           02 pd-decided-time pic 9(6).
           02 pd-decision-reason pic x(40).

       fd param-file.
       01 param-record pic x(256).

      *> batch maintenance transactions - fixed columns carrying
      *> the same fields as master-record behind an action code,
           02 tr-min-records pic x(9).
           02 tr-max-records pic x(9).
           02 tr-layout-name pic x(64).
           02 tr-balance-to pic x(64).
           02 tr-balance-measure pic x(8).
           02 tr-balance-tolerance pic x(12).

      *> the maintenance audit report - each transaction or
      *> approval decision with its before and after image and a
      *> queued/rejected or approved/declined disposition,
      *> timestamped the same way statmeasure2 names its packets
       fd audit-report-file.
       01 audit-report-line pic x(133).

           02 rd-min pic zzzzzzzz9.
           02 filler pic x(4) value " to ".
           02 rd-max pic zzzzzzzz9.
       01 ws-balance-display.
           02 filler pic x(16) value "   balance:     ".
           02 bd-measure pic x(8).
           02 filler pic x(12) value " to within +".
           02 bd-tolerance pic z(8)9.99.
           02 filler pic x(6) value " with ".
           02 bd-balance-to pic x(64).

      *> batch transaction mode state
       01 ws-transaction-filename pic x(256).
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.

      *> two-person approval state - nothing reaches the master
      *> until an operator other than the requester approves it
       01 ws-pending-status pic xx.
       01 ws-param-status pic xx.
       01 ws-operator-id pic x(10).
       01 ws-pending-sequence pic 9(4) value 0.
       01 ws-pending-action pic x(6).
       01 ws-pending-filename pic x(64).
       01 ws-pending-source pic x(64).
       01 ws-before-flag pic 9.
       01 ws-before-image pic x(329).
       01 ws-pending-id pic x(20).
      *> 0 = still trying, 1 = written, 2 = write failed
       01 ws-pending-write-flag pic 9 value 0.
           88 pending-written value 1.
           88 pending-write-failed value 2.
       01 ws-pending-found-flag pic 9 value 0.
           88 change-already-pending value 1.
       01 ws-pending-eof-flag pic 9 value 0.
           88 pending-eof value 1.
       01 ws-review-done-flag pic 9 value 0.
           88 review-done value 1.
       01 ws-decision pic x(1).
       01 ws-decision-reason pic x(40).
       01 ws-pending-count pic s9(6) value 0.
       01 ws-stale-count pic s9(6) value 0.
       01 ws-approved-count pic s9(6) value 0.
       01 ws-declined-count pic s9(6) value 0.
       01 ws-refused-count pic s9(6) value 0.
       01 ws-skipped-count pic s9(6) value 0.
       01 ws-today-date pic 9(8).
       01 ws-today-day-number pic s9(9).
       01 ws-pending-age pic s9(9).
       01 ws-stamp-date pic 9(8).
       01 ws-stamp-time pic 9(6).
       01 ws-stamp-text pic x(19).

      *> pending items older than this many days are listed as
      *> stale - overridable from the parameter file
       01 ws-stale-days pic s9(4) value 7.
       01 ws-days-display pic zzz9.
       01 ws-param-eof-flag pic 9 value 0.
           88 param-eof value 1.
       01 ws-param-keyword-text pic x(72).
       01 ws-param-value-text pic x(256).

       01 ws-pending-list-line.
           02 filler pic x(3) value spaces.
           02 pl-id pic x(20).
           02 filler pic x(1) value space.
           02 pl-action pic x(6).
           02 filler pic x(1) value space.
           02 pl-requested-by pic x(10).
           02 pl-age pic zzzz9.
           02 filler pic x(6) value " days ".
           02 pl-stale pic x(5).

       procedure division.
       main-program.
           perform get-operator-id
           perform read-parameter-file
           perform open-master-file
           perform open-pending-file
           perform count-pending-changes
           if ws-stale-count > 0
               move ws-stale-count to ws-list-count-display
               move ws-stale-days to ws-days-display
               display "warning: "
                   function trim(ws-list-count-display)
                   " pending change(s) older than "
                   function trim(ws-days-display) " days - see S"
           end-if
           perform until maintenance-done
               perform show-menu
               evaluate function upper-case(ws-menu-choice)
                       perform delete-entry
                   when "B"
                       perform apply-transaction-file
                   when "P"
                       perform review-pending-changes
                   when "S"
                       perform list-pending-changes
                   when "L"
                       perform list-entries
                   when "Q"
                           ws-menu-choice "'"
               end-evaluate
           end-perform
           close pending-file
           close master-file
           stop run.

      *> every request and every approval is stamped with the
      *> operator who made it, so the program will not start
      *> without one. held in one form whatever the case and
      *> spacing it was typed in, so nobody can approve their own
      *> change by typing their id differently
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

      *> the run options, same keyword-line pattern and bad-value
      *> handling as statmeasure2's parameter file
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
           evaluate function trim(ws-param-keyword-text)
               when "STALE-DAYS"
                   if function test-numval(
                       function trim(ws-param-value-text)) = 0
                       and function numval(ws-param-value-text)
                       >= 0
                       compute ws-stale-days =
                           function numval(ws-param-value-text)
                   else
                       display "warning: bad parameter '"
                           function trim(param-record) "'"
                   end-if
               when other
                   display "warning: unknown parameter keyword '"
                       function trim(ws-param-keyword-text) "'"
           end-evaluate.

      *> open the master for update, creating it on first use so
      *> the very first registration doesn't need a separate setup
      *> step
               stop run
           end-if.

      *> the pending-changes file is created on first use the same
      *> way as the master
       open-pending-file.
           open i-o pending-file
           if ws-pending-status = "35"
               open output pending-file
               close pending-file
               open i-o pending-file
           end-if
           if ws-pending-status not = "00"
               display "error: cannot open pending changes"
                   " (status " ws-pending-status ")"
               close master-file
               stop run
           end-if.

       show-menu.
           display " "
           display "dataset master maintenance"
           display "  A - request add"
           display "  C - request change"
           display "  D - request delete"
           display "  B - queue transaction file"
           display "  P - approve/decline pending changes"
           display "  S - list pending changes"
           display "  L - list entries"
           display "  Q - quit"
           display "choice: " with no advancing
               end-if
           end-if
           display "layout file [none]: " with no advancing
           accept ms-layout-name
           display "balance to dataset [none]: " with no advancing
           accept ms-balance-to
           if ms-balance-to = spaces
               move spaces to ms-balance-measure
               move 0 to ms-balance-tolerance
           else
               perform accept-balance-fields
           end-if.

      *> an inter-feed balancing relationship needs a measure and
      *> a tolerance; the measure defaults to SUM and a blank
      *> tolerance means the totals must agree exactly
       accept-balance-fields.
           display "balance measure (COUNT/SUM/CATSUM) [SUM]: "
               with no advancing
           accept ws-field-text
           move function upper-case(function trim(ws-field-text))
               to ms-balance-measure
           evaluate ms-balance-measure
               when spaces
                   move "SUM" to ms-balance-measure
               when "COUNT"
               when "SUM"
               when "CATSUM"
                   continue
               when other
                   display "bad measure - using SUM"
                   move "SUM" to ms-balance-measure
           end-evaluate
           display "balance tolerance [0]: " with no advancing
           accept ws-number-text
           if ws-number-text = spaces
               move 0 to ms-balance-tolerance
           else
               if function test-numval(
                   function trim(ws-number-text)) = 0
                   and function numval(ws-number-text) >= 0
                   compute ms-balance-tolerance =
                       function numval(ws-number-text)
               else
                   display "bad tolerance - using 0"
                   move 0 to ms-balance-tolerance
               end-if
           end-if.

      *> add, change, and delete no longer touch the master - each
      *> is queued on the pending-changes file for a second
      *> operator to approve (P), and a dataset with a change
      *> already waiting takes no other until that one is decided
       add-entry.
           perform accept-entry-key
           if ws-key-text = spaces
               display "filename required - nothing added"
           else
               move ws-key-text to ws-pending-filename
               perform find-pending-change
               if change-already-pending
                   display "'" function trim(ws-key-text)
                       "' already has a change pending"
               else
                   move ws-key-text to ms-filename
                   read master-file
                       invalid key
                           move spaces to master-record
                           move ws-key-text to ms-filename
                           perform accept-entry-fields
                           move "ADD" to ws-pending-action
                           move 0 to ws-before-flag
                           move spaces to ws-before-image
                           perform queue-terminal-change
                       not invalid key
                           display "'" function trim(ws-key-text)
                               "' is already registered"
                   end-read
               end-if
           end-if.

      *> change re-prompts every field; answers replace what was
      *> on file, so the current values are shown first
       change-entry.
           perform accept-entry-key
           move ws-key-text to ws-pending-filename
           perform find-pending-change
           if change-already-pending
               display "'" function trim(ws-key-text)
                   "' already has a change pending"
           else
               move ws-key-text to ms-filename
               read master-file
                   invalid key
                       display "'" function trim(ws-key-text)
                           "' is not registered"
                   not invalid key
                       perform show-current-entry
                       move 1 to ws-before-flag
                       move master-record to ws-before-image
                       perform accept-entry-fields
                       move "CHANGE" to ws-pending-action
                       perform queue-terminal-change
               end-read
           end-if.

       delete-entry.
           perform accept-entry-key
           move ws-key-text to ws-pending-filename
           perform find-pending-change
           if change-already-pending
               display "'" function trim(ws-key-text)
                   "' already has a change pending"
           else
               move ws-key-text to ms-filename
               read master-file
                   invalid key
                       display "'" function trim(ws-key-text)
                           "' is not registered"
                   not invalid key
                       perform show-current-entry
                       move 1 to ws-before-flag
                       move master-record to ws-before-image
                       move "DELETE" to ws-pending-action
                       perform queue-terminal-change
               end-read
           end-if.

       queue-terminal-change.
           move "terminal" to ws-pending-source
           perform queue-pending-change
           if pending-written
               display "queued for approval as " ws-pending-id
           else
               display "error: cannot queue change (status "
                   ws-pending-status ")"
           end-if.

       show-current-entry.
           display "  on file:"
           if ms-layout-name not = spaces
               display "   layout:      "
                   function trim(ms-layout-name)
           end-if
           if ms-balance-to not = spaces
               perform build-balance-display
               display ws-balance-display
           end-if.

       build-balance-display.
           move ms-balance-measure to bd-measure
           move ms-balance-tolerance to bd-tolerance
           move ms-balance-to to bd-balance-to.

      *> walk the whole master in key order
       list-entries.
           move 0 to ws-list-eof-flag
                           display "   layout:      "
                               function trim(ms-layout-name)
                       end-if
                       if ms-balance-to not = spaces
                           perform build-balance-display
                           display ws-balance-display
                       end-if
               end-read
           end-perform
           move ws-list-count to ws-list-count-display
           display function trim(ws-list-count-display)
               " entries on file".

      *> batch transaction mode - queue a reviewed file of
      *> ADD/CHANGE/DELETE records for approval in one pass,
      *> leaving an audit report of every transaction with its
      *> before and after image and disposition
       apply-transaction-file.
           move 0 to ws-transaction-count
           move 0 to ws-accepted-count
           move 0 to ws-rejected-count
           move ws-transaction-filename to ws-pending-source
           open input transaction-file
           if ws-transaction-status not = "00"
               display "error: cannot open transaction file '"
               move "dataset master maintenance audit" to
                   ws-line-text
               perform emit-audit-line
               move spaces to ws-line-text
               string "   requested by " ws-operator-id
                   delimited by size into ws-line-text
               end-string
               perform emit-audit-line
               move "================================" to
                   ws-line-text
               perform emit-audit-line
               move ws-transaction-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
               move "   queued            = " to cl-label
               move ws-accepted-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
           move tr-filename to th-filename
           move ws-transaction-heading to ws-line-text
           perform emit-audit-line
      *> one undecided change per dataset - a second one would be
      *> approved against a before image that is about to change
           move tr-filename to ws-pending-filename
           perform find-pending-change
           if change-already-pending
               move "change already pending" to ws-reject-reason
               perform reject-transaction
           else
               evaluate function upper-case(
                   function trim(tr-action))
                   when "ADD"
                       perform apply-add-transaction
                   when "CHANGE"
                       perform apply-change-transaction
                   when "DELETE"
                       perform apply-delete-transaction
                   when other
                       move "unknown action" to ws-reject-reason
                       perform reject-transaction
               end-evaluate
           end-if.

       accept-transaction.
           add 1 to ws-accepted-count
           move "QUEUED" to dp-verdict
           move spaces to dp-reason
           string "for approval as " ws-pending-id
               delimited by size into dp-reason
           end-string
           move ws-disposition-line to ws-line-text
           perform emit-audit-line.

                   delimited by size into ws-line-text
               end-string
               perform emit-audit-line
           end-if
           if ms-balance-to not = spaces
               perform build-balance-display
               move spaces to ws-line-text
               string "   " ws-image-label " "
                       ws-balance-display
                   delimited by size into ws-line-text
               end-string
               perform emit-audit-line
           end-if.

       apply-add-transaction.
                   move tr-frequency to ms-frequency
                   move tr-layout-name to ms-layout-name
                   perform apply-transaction-range
                   if ws-reject-reason = spaces
                       perform apply-transaction-balance
                   end-if
                   if ws-reject-reason not = spaces
                       perform reject-transaction
                   else
                       move "ADD" to ws-pending-action
                       move 0 to ws-before-flag
                       move spaces to ws-before-image
                       perform queue-transaction
                   end-if
               end-if
           end-if.
           else
               move "before:" to ws-image-label
               perform write-master-image
               move 1 to ws-before-flag
               move master-record to ws-before-image
               if tr-owner not = spaces
                   move tr-owner to ms-owner
               end-if
                   move tr-layout-name to ms-layout-name
               end-if
               perform apply-transaction-range
               if ws-reject-reason = spaces
                   perform apply-transaction-balance
               end-if
               if ws-reject-reason not = spaces
                   perform reject-transaction
               else
                   move "CHANGE" to ws-pending-action
                   perform queue-transaction
               end-if
           end-if.

           else
               move "before:" to ws-image-label
               perform write-master-image
               move 1 to ws-before-flag
               move master-record to ws-before-image
               move "DELETE" to ws-pending-action
               perform queue-transaction
           end-if.

      *> queue the transaction's change and show the after image
      *> it will put on the master once approved
       queue-transaction.
           perform queue-pending-change
           if pending-written
               if ws-pending-action not = "DELETE"
                   move "after: " to ws-image-label
                   perform write-master-image
               end-if
               perform accept-transaction
           else
               move "cannot queue change" to ws-reject-reason
               perform reject-transaction
           end-if.

      *> the record-count range off the transaction: a blank field
                       ws-reject-reason
               end-if
           end-if.

      *> is a change for ws-pending-filename still waiting on a
      *> decision? - a straight pass over the pending file, which
      *> only ever holds a few days' requests
       find-pending-change.
           move 0 to ws-pending-found-flag
           move 0 to ws-pending-eof-flag
           move low-values to pd-key
           start pending-file key not < pd-key
               invalid key
                   set pending-eof to true
           end-start
           perform until pending-eof or change-already-pending
               read pending-file next record
                   at end
                       set pending-eof to true
                   not at end
                       if pd-status = "P"
                           and pd-filename = ws-pending-filename
                           set change-already-pending to true
                       end-if
               end-read
           end-perform.

      *> write the requested change with the current master-record
      *> as its after image; the key is the request date and time
      *> plus a sequence bumped past any key already taken, so a
      *> batch of transactions queued inside one second still gets
      *> one pending item each
       queue-pending-change.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move spaces to pending-record
           move ws-current-date to pd-request-date
           move ws-current-time(1:6) to pd-request-time
           move "P" to pd-status
           move ws-pending-action to pd-action
           move ws-pending-filename to pd-filename
           move ws-operator-id to pd-requested-by
           move ws-pending-source to pd-source
           move ws-before-flag to pd-before-flag
           move ws-before-image to pd-before-image
           if ws-pending-action = "DELETE"
               move spaces to pd-after-image
           else
               move master-record to pd-after-image
           end-if
           move 0 to pd-decided-date
           move 0 to pd-decided-time
           move 0 to ws-pending-write-flag
           perform until ws-pending-write-flag not = 0
               add 1 to ws-pending-sequence
               move ws-pending-sequence to pd-sequence
               write pending-record
                   invalid key
                       if ws-pending-status not = "22"
                           set pending-write-failed to true
                       end-if
                   not invalid key
                       set pending-written to true
               end-write
           end-perform
           perform build-pending-id.

       build-pending-id.
           move spaces to ws-pending-id
           string pd-request-date "-" pd-request-time "-"
                   pd-sequence
               delimited by size into ws-pending-id
           end-string.

      *> count what is waiting and how much of it is older than
      *> the stale limit, for the start-of-session warning
       count-pending-changes.
           accept ws-current-date from date yyyymmdd
           move ws-current-date to ws-today-date
           compute ws-today-day-number =
               function integer-of-date(ws-today-date)
           move 0 to ws-pending-count
           move 0 to ws-stale-count
           move 0 to ws-pending-eof-flag
           move low-values to pd-key
           start pending-file key not < pd-key
               invalid key
                   set pending-eof to true
           end-start
           perform until pending-eof
               read pending-file next record
                   at end
                       set pending-eof to true
                   not at end
                       if pd-status = "P"
                           perform age-pending-change
                       end-if
               end-read
           end-perform.

       age-pending-change.
           add 1 to ws-pending-count
           compute ws-pending-age = ws-today-day-number -
               function integer-of-date(pd-request-date)
           if ws-pending-age > ws-stale-days
               add 1 to ws-stale-count
           end-if.

      *> every change still waiting on a decision, oldest first,
      *> with the ones past the stale limit marked
       list-pending-changes.
           accept ws-current-date from date yyyymmdd
           move ws-current-date to ws-today-date
           compute ws-today-day-number =
               function integer-of-date(ws-today-date)
           move 0 to ws-pending-count
           move 0 to ws-stale-count
           move 0 to ws-pending-eof-flag
           move low-values to pd-key
           start pending-file key not < pd-key
               invalid key
                   set pending-eof to true
           end-start
           perform until pending-eof
               read pending-file next record
                   at end
                       set pending-eof to true
                   not at end
                       if pd-status = "P"
                           perform age-pending-change
                           perform list-one-pending-change
                       end-if
               end-read
           end-perform
           display " "
           move ws-pending-count to ws-list-count-display
           display function trim(ws-list-count-display)
               " change(s) pending"
           move ws-stale-count to ws-list-count-display
           move ws-stale-days to ws-days-display
           display function trim(ws-list-count-display)
               " stale (older than " function trim(ws-days-display)
               " days)".

       list-one-pending-change.
           perform build-pending-id
           move ws-pending-id to pl-id
           move pd-action to pl-action
           move pd-requested-by to pl-requested-by
           move ws-pending-age to pl-age
           if ws-pending-age > ws-stale-days
               move "STALE" to pl-stale
           else
               move spaces to pl-stale
           end-if
           display " "
           display ws-pending-list-line
           display "      " function trim(pd-filename).

      *> the second operator's pass over the pending changes -
      *> each one shown with its before and after image and
      *> approved, declined, or skipped; the requester's own items
      *> are shown but cannot be approved by them. every decision
      *> goes on a maintenance audit report with both operators.
       review-pending-changes.
           perform count-pending-changes
           if ws-pending-count = 0
               display "no changes pending approval"
           else
               move 0 to ws-transaction-count
               move 0 to ws-approved-count
               move 0 to ws-declined-count
               move 0 to ws-refused-count
               move 0 to ws-skipped-count
               move 0 to ws-review-done-flag
               perform open-audit-report
               move "dataset master approval audit" to
                   ws-line-text
               perform emit-audit-line
               move spaces to ws-line-text
               string "   decided by " ws-operator-id
                   delimited by size into ws-line-text
               end-string
               perform emit-audit-line
               move "================================" to
                   ws-line-text
               perform emit-audit-line
               move 0 to ws-pending-eof-flag
               move low-values to pd-key
               start pending-file key not < pd-key
                   invalid key
                       set pending-eof to true
               end-start
               perform until pending-eof or review-done
                   read pending-file next record
                       at end
                           set pending-eof to true
                       not at end
                           if pd-status = "P"
                               perform review-one-pending-change
                           end-if
                   end-read
               end-perform
               move "================================" to
                   ws-line-text
               perform emit-audit-line
               move "   approved          = " to cl-label
               move ws-approved-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
               move "   declined          = " to cl-label
               move ws-declined-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
               move "   refused           = " to cl-label
               move ws-refused-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
               move "   left pending      = " to cl-label
               move ws-skipped-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-audit-line
               perform close-audit-report
           end-if.

       review-one-pending-change.
           perform show-pending-change
           if function upper-case(function trim(pd-requested-by))
               = ws-operator-id
               display "   your own request - a different operator"
                   " must approve it"
               add 1 to ws-skipped-count
           else
               display "approve, decline, skip, or quit"
                   " (A/D/S/Q): " with no advancing
               accept ws-decision
               evaluate function upper-case(ws-decision)
                   when "A"
                       perform approve-pending-change
                   when "D"
                       perform decline-pending-change
                   when "Q"
                       add 1 to ws-skipped-count
                       set review-done to true
                   when other
                       add 1 to ws-skipped-count
               end-evaluate
           end-if.

       show-pending-change.
           perform build-pending-id
           display " "
           display ws-pending-id " " pd-action " "
               function trim(pd-filename)
           move pd-request-date to ws-stamp-date
           move pd-request-time to ws-stamp-time
           perform format-stamp
           display "   requested by " function trim(pd-requested-by)
               " " ws-stamp-text " from " function trim(pd-source)
           if pd-before-flag = 1
               display "   before: owner=" function trim(pb-owner)
                   " freq=" function trim(pb-frequency)
               display "   before: desc="
                   function trim(pb-description)
               move pb-min-records to rd-min
               move pb-max-records to rd-max
               display "   before: " ws-range-display
               if pb-layout-name not = spaces
                   display "   before: layout="
                       function trim(pb-layout-name)
               end-if
               if pb-balance-to not = spaces
                   move pb-balance-measure to bd-measure
                   move pb-balance-tolerance to bd-tolerance
                   move pb-balance-to to bd-balance-to
                   display "   before:" ws-balance-display
               end-if
           end-if
           if pd-action not = "DELETE"
               display "   after:  owner=" function trim(pa-owner)
                   " freq=" function trim(pa-frequency)
               display "   after:  desc="
                   function trim(pa-description)
               move pa-min-records to rd-min
               move pa-max-records to rd-max
               display "   after:  " ws-range-display
               if pa-layout-name not = spaces
                   display "   after:  layout="
                       function trim(pa-layout-name)
               end-if
               if pa-balance-to not = spaces
                   move pa-balance-measure to bd-measure
                   move pa-balance-tolerance to bd-tolerance
                   move pa-balance-to to bd-balance-to
                   display "   after:" ws-balance-display
               end-if
           end-if.

      *> apply the change to the master, but only if the master
      *> still holds what the requester saw - an entry added,
      *> changed, or deleted since the request is refused and the
      *> request closed, to be raised again against what is on
      *> file now
       approve-pending-change.
           move spaces to ws-reject-reason
           move 0 to ws-entry-found-flag
           move pd-filename to ms-filename
           read master-file
               invalid key
                   continue
               not invalid key
                   set entry-on-file to true
           end-read
           evaluate function trim(pd-action)
               when "ADD"
                   if entry-on-file
                       move "registered since the request" to
                           ws-reject-reason
                   else
                       move pd-after-image to master-record
                       write master-record
                           invalid key
                               move "write failed" to
                                   ws-reject-reason
                       end-write
                   end-if
               when "CHANGE"
                   if not entry-on-file
                       move "deleted since the request" to
                           ws-reject-reason
                   else
                       if master-record not = pd-before-image
                           move "master changed since the request"
                               to ws-reject-reason
                       else
                           move pd-after-image to master-record
                           rewrite master-record
                               invalid key
                                   move "rewrite failed" to
                                       ws-reject-reason
                           end-rewrite
                       end-if
                   end-if
               when "DELETE"
                   if not entry-on-file
                       move "deleted since the request" to
                           ws-reject-reason
                   else
                       if master-record not = pd-before-image
                           move "master changed since the request"
                               to ws-reject-reason
                       else
                           delete master-file record
                               invalid key
                                   move "delete failed" to
                                       ws-reject-reason
                           end-delete
                       end-if
                   end-if
               when other
                   move "unknown action" to ws-reject-reason
           end-evaluate
           if ws-reject-reason = spaces
               move "A" to pd-status
               move spaces to pd-decision-reason
               add 1 to ws-approved-count
               move "APPROVED" to dp-verdict
               move spaces to dp-reason
               display "   approved - master updated."
           else
               move "D" to pd-status
               move ws-reject-reason to pd-decision-reason
               add 1 to ws-refused-count
               move "REFUSED -" to dp-verdict
               move ws-reject-reason to dp-reason
               display "   refused - "
                   function trim(ws-reject-reason)
           end-if
           perform close-pending-change.

       decline-pending-change.
           display "reason for declining: " with no advancing
           accept ws-decision-reason
           if ws-decision-reason = spaces
               display "   reason required - left pending"
               add 1 to ws-skipped-count
           else
               move "D" to pd-status
               move ws-decision-reason to pd-decision-reason
               add 1 to ws-declined-count
               move "DECLINED -" to dp-verdict
               move ws-decision-reason to dp-reason
               display "   declined."
               perform close-pending-change
           end-if.

      *> stamp the decision on the pending item and put it on the
      *> audit report with requester, approver, and both images
       close-pending-change.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-operator-id to pd-decided-by
           move ws-current-date to pd-decided-date
           move ws-current-time(1:6) to pd-decided-time
           rewrite pending-record
               invalid key
                   display "   warning: cannot update pending item"
                       " (status " ws-pending-status ")"
           end-rewrite
           add 1 to ws-transaction-count
           move ws-transaction-count to th-number
           move pd-action to th-action
           move pd-filename to th-filename
           move ws-transaction-heading to ws-line-text
           perform emit-audit-line
           perform build-pending-id
           move pd-request-date to ws-stamp-date
           move pd-request-time to ws-stamp-time
           perform format-stamp
           move spaces to ws-line-text
           string "   requested by " pd-requested-by " "
                   ws-stamp-text " as " ws-pending-id
               delimited by size into ws-line-text
           end-string
           perform emit-audit-line
           move spaces to ws-line-text
           string "   from " function trim(pd-source)
               delimited by size into ws-line-text
           end-string
           perform emit-audit-line
           move pd-decided-date to ws-stamp-date
           move pd-decided-time to ws-stamp-time
           perform format-stamp
           move spaces to ws-line-text
           string "   decided by   " pd-decided-by " "
                   ws-stamp-text
               delimited by size into ws-line-text
           end-string
           perform emit-audit-line
           if pd-before-flag = 1
               move pd-before-image to master-record
               move "before:" to ws-image-label
               perform write-master-image
           end-if
           if pd-action not = "DELETE"
               move pd-after-image to master-record
               move "after: " to ws-image-label
               perform write-master-image
           end-if
           move ws-disposition-line to ws-line-text
           perform emit-audit-line.

       format-stamp.
           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
                   ws-stamp-date(7:2) " "
                   ws-stamp-time(1:2) ":" ws-stamp-time(3:2) ":"
                   ws-stamp-time(5:2)
               delimited by size into ws-stamp-text
           end-string.

      *> the balancing columns off the transaction, blank keeping
      *> what the record holds like every other change column. a
      *> balance-to of NONE drops the relationship; a new one
      *> takes SUM and a zero tolerance unless told otherwise
       apply-transaction-balance.
           if function upper-case(function trim(tr-balance-to))
               = "NONE"
               move spaces to ms-balance-to
               move spaces to ms-balance-measure
               move 0 to ms-balance-tolerance
           else
               if tr-balance-to not = spaces
                   move tr-balance-to to ms-balance-to
               end-if
               if tr-balance-measure not = spaces
                   move function upper-case(
                       function trim(tr-balance-measure))
                       to ms-balance-measure
               end-if
               if tr-balance-tolerance not = spaces
                   if function test-numval(
                       function trim(tr-balance-tolerance)) = 0
                       and function numval(tr-balance-tolerance)
                       >= 0
                       compute ms-balance-tolerance =
                           function numval(tr-balance-tolerance)
                   else
                       move "bad balance tolerance" to
                           ws-reject-reason
                   end-if
               end-if
               if ms-balance-tolerance not numeric
                   move 0 to ms-balance-tolerance
               end-if
               if ms-balance-to not = spaces
                   and ms-balance-measure = spaces
                   move "SUM" to ms-balance-measure
               end-if
               if ms-balance-measure not = spaces
                   and ms-balance-measure not = "COUNT"
                   and ms-balance-measure not = "SUM"
                   and ms-balance-measure not = "CATSUM"
                   move "bad balance measure" to ws-reject-reason
               end-if
           end-if.
