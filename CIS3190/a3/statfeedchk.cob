      *> log, and prints a missing-feeds exception report with the
      *> owner to call. a feed that silently never arrives is worse
      *> than one that arrives out of control, and this is the
      *> automation that notices it. each missing feed is also
      *> appended to a machine-readable log for statnotify
       identification division.
       program-id. statfeedchk.

           select exception-file assign to ws-exception-filename
               organization is line sequential
               file status is ws-exception-status.
           select missing-file
               assign to "statfeedchk_missing.txt"
               organization is line sequential
               file status is ws-missing-status.

       data division.
       file section.
           02 ms-min-records pic 9(9).
           02 ms-max-records pic 9(9).
           02 ms-layout-name pic x(64).
           02 ms-balance-to pic x(64).
           02 ms-balance-measure pic x(8).
           02 ms-balance-tolerance pic 9(9)v9(2).

      *> statmeasure2's central run log - the layout its
      *> append-audit-record writes; only the date, filename,
      *> counts, and delivery flag matter here
       fd audit-file.
       01 audit-record.
           02 au-run-date pic 9(8).
           02 au-control pic x(1).
           02 au-registered pic x(1).
           02 au-return-code pic 9(2).
           02 au-delivery pic x(1).

      *> this program's own exception report, timestamped the
      *> same way statmeasure2 names its packets
       fd exception-file.
       01 exception-line pic x(133).

      *> one record per missing feed per check, appended across
      *> cycles - the raw material for statnotify's owner
      *> notifications, the way the run log is for statopsum
       fd missing-file.
       01 missing-record.
           02 mx-cycle-date pic 9(8).
           02 mx-filename pic x(64).
           02 mx-frequency pic x(10).
      *> 0 when the feed has never arrived
           02 mx-last-seen pic 9(8).
           02 mx-owner pic x(30).
           02 mx-report-name pic x(40).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-exception-filename pic x(256).
       01 ws-exception-status pic xx.
       01 ws-missing-status pic xx.
       01 ws-missing-open-flag pic 9 value 0.
           88 missing-file-open value 1.
       01 ws-line-text pic x(133).

       01 ws-current-date.
      *> exception report behind
           perform open-dataset-master
           perform open-exception-file
           perform open-missing-file
           perform display-check-header
           perform check-registered-feeds
           perform display-check-footer
           perform close-exception-file
           if missing-file-open
               close missing-file
           end-if
           if ws-missing-count > 0
               move 4 to return-code
           end-if
      *> a batch control-file entry whose input file never showed
      *> up still writes an audit row (counters all zero, no
      *> trailer), and crediting that row would report all clear
      *> in exactly the silent-no-show case this check exists for.
      *> a duplicate delivery is yesterday's file sent again, not
      *> this cycle's feed, so it is not credited either
       note-file-seen.
           if au-valid-count + au-reject-count = 0
               or au-delivery = "D"
               continue
           else
               perform credit-file-arrival
       close-exception-file.
           close exception-file.

      *> the missing-feeds log is appended to, and created the
      *> first time round, the same way statmeasure2 treats its
      *> central run log
       open-missing-file.
           open extend missing-file
           if ws-missing-status not = "00"
               open output missing-file
           end-if
           if ws-missing-status not = "00"
               display "warning: cannot open missing-feeds log"
                   " (status " ws-missing-status ")"
           else
               set missing-file-open to true
           end-if.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the exception report file
       emit-line.
               move ms-owner to mdl-owner
               move ws-missing-detail-line to ws-line-text
               perform emit-line
               if missing-file-open
                   perform write-missing-record
               end-if
           end-if.

       write-missing-record.
           move spaces to missing-record
           move ws-cycle-date to mx-cycle-date
           move ms-filename to mx-filename
           move ms-frequency to mx-frequency
           if ws-seen-slot = 0
               move 0 to mx-last-seen
           else
               move seen-last-date(ws-seen-slot) to mx-last-seen
           end-if
           move ms-owner to mx-owner
           move ws-exception-filename to mx-report-name
           write missing-record.

       display-check-footer.
           if ws-missing-count = 0
               move "   (no scheduled feed is missing)" to
