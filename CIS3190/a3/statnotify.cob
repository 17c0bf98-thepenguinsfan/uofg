      *> Luc Levesque
      *> 1238403
      *> statnotify.cob
      *> owner notifications - run at the end of the nightly cycle,
      *> reads statmeasure2's central run log and statfeedchk's
      *> missing-feeds log against the dataset master and builds
      *> one notification per owner per problem on a fixed-layout
      *> outbound interface file for the mail gateway and the
      *> ticketing system, plus a printed register for the shift
      *> log. a sent-notifications log keeps the same problem from
      *> going out again every night
       identification division.
       program-id. statnotify.

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
           select sent-file
               assign to "statnotify_sent.txt"
               organization is line sequential
               file status is ws-sent-status.
      *> optional run options, same keyword-line pattern as
      *> statmeasure2's parameter file
           select param-file
               assign to "statnotify_params.txt"
               organization is line sequential
               file status is ws-param-status.
      *> statmeasure2's own parameter file, read for OUTPUT-DIR
      *> only, so a packet is named where statmeasure2 wrote it
           select measure-param-file
               assign to "statmeasure2_params.txt"
               organization is line sequential
               file status is ws-measure-param-status.
           select interface-file assign to ws-interface-filename
               organization is line sequential
               file status is ws-interface-status.
           select register-file assign to ws-register-filename
               organization is line sequential
               file status is ws-register-status.

       data division.
       file section.
      *> the registration entries statdsmaint maintains - who owns
      *> a dataset and what it is
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

      *> statfeedchk's missing-feeds log - one record per missing
      *> feed per check
       fd missing-file.
       01 missing-record.
           02 mx-cycle-date pic 9(8).
           02 mx-filename pic x(64).
           02 mx-frequency pic x(10).
           02 mx-last-seen pic 9(8).
           02 mx-owner pic x(30).
           02 mx-report-name pic x(40).

      *> every notification that went out, appended run after run;
      *> a dataset/verdict notified within the renotify window is
      *> held back rather than sent again
       fd sent-file.
       01 sent-record.
           02 sn-cycle-date pic 9(8).
           02 sn-sent-date pic 9(8).
           02 sn-sent-time pic 9(6).
           02 sn-owner pic x(30).
           02 sn-filename pic x(64).
           02 sn-verdict-code pic x(1).
           02 sn-verdict pic x(20).

       fd param-file.
       01 param-record pic x(256).

       fd measure-param-file.
       01 measure-param-record pic x(256).

      *> the outbound interface file - a header, one detail per
      *> notification, and a trailer the receiving side checks its
      *> count against. fixed columns throughout
       fd interface-file.
       01 interface-header.
           02 nh-record-type pic x(3).
           02 nh-interface-id pic x(10).
           02 nh-created-date pic 9(8).
           02 nh-created-time pic 9(6).
           02 nh-cycle-date pic 9(8).
       01 interface-detail.
           02 nd-record-type pic x(3).
           02 nd-sequence pic 9(6).
           02 nd-owner pic x(30).
           02 nd-dataset pic x(64).
           02 nd-description pic x(60).
           02 nd-verdict pic x(20).
           02 nd-cycle-date pic 9(8).
           02 nd-run-date pic 9(8).
           02 nd-run-time pic 9(6).
           02 nd-last-seen pic 9(8).
           02 nd-series-count pic 9(3).
           02 nd-valid-count pic 9(9).
           02 nd-reject-count pic 9(9).
           02 nd-outlier-count pic 9(9).
           02 nd-return-code pic 9(2).
           02 nd-packet pic x(120).
       01 interface-trailer.
           02 nt-record-type pic x(3).
           02 nt-detail-count pic 9(6).
           02 nt-owner-count pic 9(6).
           02 nt-held-count pic 9(6).

      *> the printed notification register, timestamped the same
      *> way statmeasure2 names its packets
       fd register-file.
       01 register-line pic x(133).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-missing-status pic xx.
       01 ws-sent-status pic xx.
       01 ws-param-status pic xx.
       01 ws-measure-param-status pic xx.
       01 ws-output-dir pic x(200) value spaces.
       01 ws-dir-length pic s9(4).
       01 ws-packet-name pic x(64).
       01 ws-interface-filename pic x(256).
       01 ws-interface-status pic xx.
       01 ws-register-filename pic x(256).
       01 ws-register-status pic xx.
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

       01 ws-date-text pic x(20).
       01 ws-cycle-date pic 9(8) value 0.
       01 ws-cycle-day-number pic s9(9).
       01 ws-days-since pic s9(9).

       01 ws-audit-eof-flag pic 9 value 0.
           88 audit-eof value 1.
       01 ws-missing-eof-flag pic 9 value 0.
           88 missing-eof value 1.
       01 ws-sent-eof-flag pic 9 value 0.
           88 sent-eof value 1.
       01 ws-param-eof-flag pic 9 value 0.
           88 param-eof value 1.
       01 ws-param-keyword-text pic x(72).
       01 ws-param-value-text pic x(256).
       01 ws-audit-found-flag pic 9 value 0.
           88 audit-log-found value 1.
       01 ws-missing-found-flag pic 9 value 0.
           88 missing-log-found value 1.
       01 ws-master-open-flag pic 9 value 0.
           88 master-file-open value 1.

      *> a problem notified within this many days of the cycle
      *> date is held back - overridable from the parameter file
       01 ws-renotify-days pic s9(4) value 7.
       01 ws-days-display pic zzz9.

      *> the problems found for the cycle, kept in owner, dataset,
      *> verdict order as they are found so the register and the
      *> interface file come out grouped by owner without a sort
       01 ws-problem-count pic s9(4) value 0.
       01 ws-problem-capacity pic s9(4) value 500.
       01 ws-problem-overflow-flag pic 9 value 0.
           88 problem-table-exceeded value 1.
       01 ws-problem-index pic s9(4).
       01 ws-problem-slot pic s9(4).
       01 ws-problem-shift pic s9(4).
       01 problem-table.
           02 problem-entry occurs 501 times.
               03 pr-sort-key.
                   04 pr-owner pic x(30).
                   04 pr-filename pic x(64).
                   04 pr-verdict-code pic x(1).
               03 pr-verdict pic x(20).
               03 pr-description pic x(60).
               03 pr-run-date pic 9(8).
               03 pr-run-time pic 9(6).
               03 pr-last-seen pic 9(8).
               03 pr-series-count pic s9(4).
               03 pr-valid-count pic s9(9).
               03 pr-reject-count pic s9(9).
               03 pr-outlier-count pic s9(9).
               03 pr-return-code pic s9(4).
               03 pr-packet pic x(120).
      *> S = sent tonight, H = held (notified recently)
               03 pr-disposition pic x(1).
               03 pr-last-sent pic 9(8).

      *> the problem being filed - built off the log record, then
      *> merged into or inserted into problem-table
       01 ws-new-problem.
           02 np-sort-key.
               03 np-owner pic x(30).
               03 np-filename pic x(64).
               03 np-verdict-code pic x(1).
           02 np-verdict pic x(20).
           02 np-description pic x(60).
           02 np-run-date pic 9(8).
           02 np-run-time pic 9(6).
           02 np-last-seen pic 9(8).
           02 np-valid-count pic s9(9).
           02 np-reject-count pic s9(9).
           02 np-outlier-count pic s9(9).
           02 np-return-code pic s9(4).
           02 np-packet pic x(120).

      *> latest cycle date each dataset/verdict was notified for,
      *> folded off the sent log
       01 ws-notified-count pic s9(4) value 0.
       01 ws-notified-capacity pic s9(4) value 2000.
       01 ws-notified-overflow-flag pic 9 value 0.
           88 notified-table-exceeded value 1.
       01 ws-notified-index pic s9(4).
       01 ws-notified-slot pic s9(4).
       01 notified-table.
           02 notified-entry occurs 2000 times.
               03 nf-filename pic x(64).
               03 nf-verdict-code pic x(1).
               03 nf-cycle-date pic 9(8).

       01 ws-sent-count pic s9(6) value 0.
       01 ws-held-count pic s9(6) value 0.
       01 ws-owner-count pic s9(6) value 0.
       01 ws-last-owner pic x(30).
       01 ws-last-sent-owner pic x(30) value spaces.
       01 ws-sent-open-flag pic 9 value 0.
           88 sent-file-open value 1.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-owner-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(7) value "owner: ".
           02 ol-owner pic x(30).
       01 ws-register-heading-line.
           02 filler pic x(6) value spaces.
           02 filler pic x(36) value "dataset".
           02 filler pic x(19) value "verdict".
           02 filler pic x(10) value "     valid".
           02 filler pic x(7) value "    rej".
           02 filler pic x(7) value "    out".
           02 filler pic x(2) value spaces.
           02 filler pic x(11) value "disposition".
       01 ws-register-detail-line.
           02 filler pic x(6) value spaces.
           02 rdl-dataset pic x(35).
           02 filler pic x(1) value space.
           02 rdl-verdict pic x(19).
           02 rdl-valid pic -(8)9.
           02 filler pic x(1) value space.
           02 rdl-rejects pic -(5)9.
           02 filler pic x(1) value space.
           02 rdl-outliers pic -(5)9.
           02 filler pic x(2) value spaces.
           02 rdl-disposition pic x(25).
       01 ws-packet-line.
           02 filler pic x(9) value spaces.
           02 filler pic x(4) value "see ".
           02 pkl-packet pic x(120).

       procedure division.
       main-program.
           perform read-parameter-file
           perform read-measure-parameters
           perform get-cycle-date
           perform open-dataset-master
           perform load-run-log-problems
           perform load-missing-problems
           if master-file-open
               close master-file
           end-if
           if not audit-log-found and not missing-log-found
               display "no run log and no missing-feeds log -"
                   " nothing to notify from"
               move 12 to return-code
               stop run
           end-if
           perform load-sent-log
           perform open-output-files
           perform display-register-header
           perform send-notifications
           perform display-register-footer
           perform close-output-files
           if ws-sent-count > 0
               move 4 to return-code
           end-if
           stop run.

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
               when "RENOTIFY-DAYS"
                   if function test-numval(
                       function trim(ws-param-value-text)) = 0
                       and function numval(ws-param-value-text)
                       >= 0
                       compute ws-renotify-days =
                           function numval(ws-param-value-text)
                   else
                       display "warning: bad parameter '"
                           function trim(param-record) "'"
                   end-if
               when other
                   display "warning: unknown parameter keyword '"
                       function trim(ws-param-keyword-text) "'"
           end-evaluate.

      *> OUTPUT-DIR means what it means to statmeasure2; the rest
      *> of its keywords are its own business and are passed over
       read-measure-parameters.
           move 0 to ws-param-eof-flag
           open input measure-param-file
           if ws-measure-param-status = "00"
               perform until param-eof
                   read measure-param-file
                       at end
                           set param-eof to true
                       not at end
                           move spaces to ws-param-keyword-text
                           move spaces to ws-param-value-text
                           unstring measure-param-record
                               delimited by ":"
                               into ws-param-keyword-text
                                   ws-param-value-text
                           end-unstring
                           if function trim(ws-param-keyword-text)
                               = "OUTPUT-DIR"
                               move function trim(
                                   ws-param-value-text, leading)
                                   to ws-output-dir
                           end-if
                   end-read
               end-perform
               close measure-param-file
           end-if.

      *> prompt for the cycle to notify on; a blank answer takes
      *> the most recent date on the run log (last night's run),
      *> or today when there is no log yet
       get-cycle-date.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           display "cycle date [latest]: " with no advancing
           accept ws-date-text
           if ws-date-text not = spaces
               if function test-numval(
                   function trim(ws-date-text)) = 0
                   compute ws-cycle-date =
                       function numval(ws-date-text)
               else
                   display "bad date '"
                       function trim(ws-date-text)
                       "' - using latest"
               end-if
           end-if
           if ws-cycle-date = 0
               perform find-latest-run-date
           end-if
           if ws-cycle-date = 0
               move ws-current-date to ws-cycle-date
           end-if
           compute ws-cycle-day-number =
               function integer-of-date(ws-cycle-date)
           display spaces.

       find-latest-run-date.
           move 0 to ws-audit-eof-flag
           open input audit-file
           if ws-audit-status = "00"
               perform until audit-eof
                   read audit-file
                       at end
                           set audit-eof to true
                       not at end
                           if au-run-date > ws-cycle-date
                               move au-run-date to ws-cycle-date
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if.

      *> the master is only needed for owner and description - a
      *> missing master sends everything to operations
       open-dataset-master.
           open input master-file
           if ws-master-status = "00"
               set master-file-open to true
           else
               display "warning: no dataset master (status "
                   ws-master-status ") - all notifications go to"
                   " OPERATIONS"
           end-if.

      *> every run-log record for the cycle date, one problem per
      *> verdict it carries
       load-run-log-problems.
           move 0 to ws-audit-eof-flag
           open input audit-file
           if ws-audit-status = "00"
               set audit-log-found to true
               perform until audit-eof
                   read audit-file
                       at end
                           set audit-eof to true
                       not at end
                           if au-run-date = ws-cycle-date
                               perform note-run-problems
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if.

       note-run-problems.
           if au-control = "O"
               move "C" to np-verdict-code
               move "OUT OF CONTROL" to np-verdict
               perform file-run-problem
           end-if
           if au-balance = "U"
               move "B" to np-verdict-code
               move "OUT OF BALANCE" to np-verdict
               perform file-run-problem
           end-if
           if au-balance = "X"
               move "X" to np-verdict-code
               move "INTER-FEED IMBALANCE" to np-verdict
               perform file-run-problem
           end-if
           if au-registered = "N"
               move "N" to np-verdict-code
               move "NOT REGISTERED" to np-verdict
               perform file-run-problem
           end-if
           if au-delivery = "D"
               move "D" to np-verdict-code
               move "DUPLICATE DELIVERY" to np-verdict
               perform file-run-problem
           end-if.

       file-run-problem.
           move au-filename to np-filename
           move au-run-date to np-run-date
           move au-run-time to np-run-time
           move 0 to np-last-seen
           move au-valid-count to np-valid-count
           move au-reject-count to np-reject-count
           move au-outlier-count to np-outlier-count
           move au-return-code to np-return-code
           move spaces to np-packet
      *> an inter-feed imbalance is logged by statbalance, whose
      *> balancing report carries the same date and time
           if np-verdict-code = "X"
               string "statbalance_report_" au-run-date "_"
                       au-run-time ".txt"
                   delimited by size into np-packet
               end-string
           else
               string "statmeasure2_report_" au-run-date "_"
                       au-run-time ".txt"
                   delimited by size into np-packet
               end-string
               if ws-output-dir not = spaces
                   perform prefix-output-dir-to-packet
               end-if
           end-if
      *> an unregistered file has no owner on the master by
      *> definition - operations chases those
           if np-verdict-code = "N"
               move "OPERATIONS" to np-owner
               move "(not registered)" to np-description
           else
               move spaces to np-owner
               perform look-up-owner
           end-if
           perform file-problem.

      *> every missing-feed record statfeedchk wrote for the cycle
       load-missing-problems.
           move 0 to ws-missing-eof-flag
           open input missing-file
           if ws-missing-status = "00"
               set missing-log-found to true
               perform until missing-eof
                   read missing-file
                       at end
                           set missing-eof to true
                       not at end
                           if mx-cycle-date = ws-cycle-date
                               perform file-missing-problem
                           end-if
                   end-read
               end-perform
               close missing-file
           end-if.

      *> statmeasure2 writes its report packet under OUTPUT-DIR
      *> when one is set - the same prefixing it does itself
       prefix-output-dir-to-packet.
           move np-packet to ws-packet-name
           move spaces to np-packet
           compute ws-dir-length =
               function length(function trim(ws-output-dir))
           if ws-output-dir(ws-dir-length:1) = "/"
               string function trim(ws-output-dir)
                       function trim(ws-packet-name)
                   delimited by size into np-packet
               end-string
           else
               string function trim(ws-output-dir) "/"
                       function trim(ws-packet-name)
                   delimited by size into np-packet
               end-string
           end-if.

       file-missing-problem.
           move "M" to np-verdict-code
           move "MISSING" to np-verdict
           move mx-filename to np-filename
           move mx-cycle-date to np-run-date
           move 0 to np-run-time
           move mx-last-seen to np-last-seen
           move 0 to np-valid-count
           move 0 to np-reject-count
           move 0 to np-outlier-count
           move 0 to np-return-code
           move mx-report-name to np-packet
           move mx-owner to np-owner
           perform look-up-owner
           perform file-problem.

      *> owner and description off the master as it stands now;
      *> whatever owner the caller already holds is kept when the
      *> dataset is not on file, and operations gets it when there
      *> is no owner at all
       look-up-owner.
           move spaces to np-description
           if master-file-open
               move np-filename to ms-filename
               read master-file
                   invalid key
                       continue
                   not invalid key
                       if ms-owner not = spaces
                           move ms-owner to np-owner
                       end-if
                       move ms-description to np-description
               end-read
           end-if
           if np-owner = spaces
               move "OPERATIONS" to np-owner
           end-if.

      *> merge the problem into the entry already held for the same
      *> owner/dataset/verdict, or insert it in key order. a later
      *> run of the same file the same day replaces the counts;
      *> another csv column of the same run adds to them
       file-problem.
           move 0 to ws-problem-slot
           perform varying ws-problem-index from 1 by 1
               until ws-problem-index > ws-problem-count
               if pr-sort-key(ws-problem-index) = np-sort-key
                   move ws-problem-index to ws-problem-slot
                   exit perform
               end-if
               if pr-sort-key(ws-problem-index) > np-sort-key
                   exit perform
               end-if
           end-perform
           if ws-problem-slot > 0
               perform merge-problem
           else
               if ws-problem-count >= ws-problem-capacity
                   set problem-table-exceeded to true
               else
                   perform varying ws-problem-shift
                       from ws-problem-count by -1
                       until ws-problem-shift < ws-problem-index
                       move problem-entry(ws-problem-shift)
                           to problem-entry(ws-problem-shift + 1)
                   end-perform
                   add 1 to ws-problem-count
                   move ws-problem-index to ws-problem-slot
                   perform store-new-problem
               end-if
           end-if.

       merge-problem.
           evaluate true
               when np-run-time > pr-run-time(ws-problem-slot)
                   perform store-new-problem
               when np-run-time = pr-run-time(ws-problem-slot)
                   add 1 to pr-series-count(ws-problem-slot)
                   if np-valid-count >
                       pr-valid-count(ws-problem-slot)
                       move np-valid-count
                           to pr-valid-count(ws-problem-slot)
                   end-if
                   add np-reject-count
                       to pr-reject-count(ws-problem-slot)
                   add np-outlier-count
                       to pr-outlier-count(ws-problem-slot)
                   if np-return-code >
                       pr-return-code(ws-problem-slot)
                       move np-return-code
                           to pr-return-code(ws-problem-slot)
                   end-if
               when other
                   continue
           end-evaluate.

       store-new-problem.
           move np-sort-key to pr-sort-key(ws-problem-slot)
           move np-verdict to pr-verdict(ws-problem-slot)
           move np-description to pr-description(ws-problem-slot)
           move np-run-date to pr-run-date(ws-problem-slot)
           move np-run-time to pr-run-time(ws-problem-slot)
           move np-last-seen to pr-last-seen(ws-problem-slot)
           move 1 to pr-series-count(ws-problem-slot)
           move np-valid-count to pr-valid-count(ws-problem-slot)
           move np-reject-count to pr-reject-count(ws-problem-slot)
           move np-outlier-count
               to pr-outlier-count(ws-problem-slot)
           move np-return-code to pr-return-code(ws-problem-slot)
           move np-packet to pr-packet(ws-problem-slot)
           move space to pr-disposition(ws-problem-slot)
           move 0 to pr-last-sent(ws-problem-slot).

      *> fold the sent log down to the latest cycle each
      *> dataset/verdict was notified for
       load-sent-log.
           move 0 to ws-sent-eof-flag
           open input sent-file
           if ws-sent-status = "00"
               perform until sent-eof
                   read sent-file
                       at end
                           set sent-eof to true
                       not at end
                           perform note-notification-sent
                   end-read
               end-perform
               close sent-file
           end-if.

       note-notification-sent.
           move sn-filename to np-filename
           move sn-verdict-code to np-verdict-code
           perform find-notified-entry
           if ws-notified-slot = 0
               if ws-notified-count < ws-notified-capacity
                   add 1 to ws-notified-count
                   move ws-notified-count to ws-notified-slot
                   move sn-filename
                       to nf-filename(ws-notified-slot)
                   move sn-verdict-code
                       to nf-verdict-code(ws-notified-slot)
                   move 0 to nf-cycle-date(ws-notified-slot)
               else
                   set notified-table-exceeded to true
               end-if
           end-if
           if ws-notified-slot not = 0
               and sn-cycle-date > nf-cycle-date(ws-notified-slot)
               move sn-cycle-date to nf-cycle-date(ws-notified-slot)
           end-if.

       find-notified-entry.
           move 0 to ws-notified-slot
           perform varying ws-notified-index from 1 by 1
               until ws-notified-index > ws-notified-count
               if nf-filename(ws-notified-index) = np-filename
                   and nf-verdict-code(ws-notified-index) =
                   np-verdict-code
                   move ws-notified-index to ws-notified-slot
                   exit perform
               end-if
           end-perform.

      *> build the dated interface and register filenames and open
      *> them, plus the sent log for append
       open-output-files.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move spaces to ws-interface-filename
           string "statnotify_outbound_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-interface-filename
           end-string
           move spaces to ws-register-filename
           string "statnotify_register_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-register-filename
           end-string
           open output interface-file
           if ws-interface-status not = "00"
               display "error: cannot open interface file '"
                   function trim(ws-interface-filename) "'"
               move 12 to return-code
               stop run
           end-if
           open output register-file
           if ws-register-status not = "00"
               display "warning: cannot open register file '"
                   function trim(ws-register-filename) "'"
           end-if
           open extend sent-file
           if ws-sent-status not = "00"
               open output sent-file
           end-if
           if ws-sent-status not = "00"
               display "warning: cannot open sent log"
                   " (status " ws-sent-status ") - tonight's"
                   " notifications will go out again"
           else
               set sent-file-open to true
           end-if
           move spaces to interface-header
           move "HDR" to nh-record-type
           move "STATNOTIFY" to nh-interface-id
           move ws-current-date to nh-created-date
           move ws-current-time(1:6) to nh-created-time
           move ws-cycle-date to nh-cycle-date
           write interface-header.

       close-output-files.
           move spaces to interface-trailer
           move "TRL" to nt-record-type
           move ws-sent-count to nt-detail-count
           move ws-owner-count to nt-owner-count
           move ws-held-count to nt-held-count
           write interface-trailer
           close interface-file
           close register-file
           if sent-file-open
               close sent-file
           end-if
           display "interface file written to '"
               function trim(ws-interface-filename) "'".

      *> write a line to the terminal and, when it opened cleanly,
      *> to the notification register
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-register-status = "00"
               write register-line from ws-line-text
           end-if.

       display-register-header.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Owner Notification Register" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "   Cycle date        = "
                   ws-cycle-date(1:4) "-"
                   ws-cycle-date(5:2) "-"
                   ws-cycle-date(7:2)
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move ws-renotify-days to ws-days-display
           move spaces to ws-line-text
           string "   Renotify after    = "
                   function trim(ws-days-display) " days"
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           if not audit-log-found
               move "   (no central run log found - missing" to
                   ws-line-text
               perform emit-line
               move "    feeds only)" to ws-line-text
               perform emit-line
           end-if
           if not missing-log-found
               move "   (no missing-feeds log found - run-log" to
                   ws-line-text
               perform emit-line
               move "    problems only)" to ws-line-text
               perform emit-line
           end-if
           move ws-register-heading-line to ws-line-text
           perform emit-line.

      *> walk the problems in owner order: each is either sent
      *> (interface detail + sent log) or held because the same
      *> dataset/verdict went out inside the renotify window
       send-notifications.
           move spaces to ws-last-owner
           perform varying ws-problem-index from 1 by 1
               until ws-problem-index > ws-problem-count
               perform send-one-notification
           end-perform.

       send-one-notification.
           if pr-owner(ws-problem-index) not = ws-last-owner
               move pr-owner(ws-problem-index) to ws-last-owner
               move pr-owner(ws-problem-index) to ol-owner
               move " " to ws-line-text
               perform emit-line
               move ws-owner-line to ws-line-text
               perform emit-line
           end-if
           move pr-filename(ws-problem-index) to np-filename
           move pr-verdict-code(ws-problem-index)
               to np-verdict-code
           perform find-notified-entry
           move "S" to pr-disposition(ws-problem-index)
           if ws-notified-slot > 0
               compute ws-days-since = ws-cycle-day-number -
                   function integer-of-date(
                   nf-cycle-date(ws-notified-slot))
               if ws-days-since < ws-renotify-days
                   move "H" to pr-disposition(ws-problem-index)
                   move nf-cycle-date(ws-notified-slot)
                       to pr-last-sent(ws-problem-index)
               end-if
           end-if
           if pr-disposition(ws-problem-index) = "S"
               perform write-notification
           else
               add 1 to ws-held-count
           end-if
           perform display-register-line.

       write-notification.
           add 1 to ws-sent-count
           move spaces to interface-detail
           move "DTL" to nd-record-type
           move ws-sent-count to nd-sequence
           move pr-owner(ws-problem-index) to nd-owner
           move pr-filename(ws-problem-index) to nd-dataset
           move pr-description(ws-problem-index)
               to nd-description
           move pr-verdict(ws-problem-index) to nd-verdict
           move ws-cycle-date to nd-cycle-date
           move pr-run-date(ws-problem-index) to nd-run-date
           move pr-run-time(ws-problem-index) to nd-run-time
           move pr-last-seen(ws-problem-index) to nd-last-seen
           move pr-series-count(ws-problem-index)
               to nd-series-count
           move pr-valid-count(ws-problem-index)
               to nd-valid-count
           move pr-reject-count(ws-problem-index)
               to nd-reject-count
           move pr-outlier-count(ws-problem-index)
               to nd-outlier-count
           move pr-return-code(ws-problem-index)
               to nd-return-code
           move pr-packet(ws-problem-index) to nd-packet
           write interface-detail
      *> count each owner once, on their first notification
           if ws-sent-count = 1
               or pr-owner(ws-problem-index) not =
               ws-last-sent-owner
               add 1 to ws-owner-count
               move pr-owner(ws-problem-index)
                   to ws-last-sent-owner
           end-if
           move ws-cycle-date to sn-cycle-date
           move ws-current-date to sn-sent-date
           move ws-current-time(1:6) to sn-sent-time
           move pr-owner(ws-problem-index) to sn-owner
           move pr-filename(ws-problem-index) to sn-filename
           move pr-verdict-code(ws-problem-index)
               to sn-verdict-code
           move pr-verdict(ws-problem-index) to sn-verdict
           if sent-file-open
               write sent-record
           end-if.

       display-register-line.
           move spaces to ws-register-detail-line
           move function trim(pr-filename(ws-problem-index))
               to rdl-dataset
           move pr-verdict(ws-problem-index) to rdl-verdict
           move pr-valid-count(ws-problem-index) to rdl-valid
           move pr-reject-count(ws-problem-index) to rdl-rejects
           move pr-outlier-count(ws-problem-index)
               to rdl-outliers
           if pr-disposition(ws-problem-index) = "S"
               move "SENT" to rdl-disposition
           else
               string "held - sent "
                       pr-last-sent(ws-problem-index)(1:4) "-"
                       pr-last-sent(ws-problem-index)(5:2) "-"
                       pr-last-sent(ws-problem-index)(7:2)
                   delimited by size into rdl-disposition
               end-string
           end-if
           move ws-register-detail-line to ws-line-text
           perform emit-line
           if pr-packet(ws-problem-index) not = spaces
               move pr-packet(ws-problem-index) to pkl-packet
               move ws-packet-line to ws-line-text
               perform emit-line
           end-if.

       display-register-footer.
           if ws-problem-count = 0
               move "   (no problems for this cycle)" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move "   Problems found    = " to cl-label
           move ws-problem-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Notified tonight  = " to cl-label
           move ws-sent-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Held (recent)     = " to cl-label
           move ws-held-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Owners notified   = " to cl-label
           move ws-owner-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if problem-table-exceeded
               move "   (more problems than the table holds -" to
                   ws-line-text
               perform emit-line
               move "    extras not notified)" to ws-line-text
               perform emit-line
           end-if
           if notified-table-exceeded
               move "   (sent log larger than the table holds -" to
                   ws-line-text
               perform emit-line
               move "    some problems may go out again)" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.
