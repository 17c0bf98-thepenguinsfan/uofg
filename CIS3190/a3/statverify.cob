      *> Luc Levesque
      *> 1238403
      *> statverify.cob
      *> cross-file integrity check - the run log, the results
      *> repository, the per-file history logs, the work-file
      *> manifest and the dataset master all describe the same
      *> runs, and a crashed statresload, a hand-edited history
      *> log or an export swept before it was loaded leaves them
      *> disagreeing until an inquiry comes back empty. this
      *> cross-checks them and prints a discrepancy report. run
      *> it after statresload, or tonight's runs show as unloaded.
      *> the rebuild option recreates the results repository from
      *> the exports still on the manifest and the ones
      *> stathousekeep archived, when the indexed file is lost or
      *> damaged, and then verifies the rebuilt file
       identification division.
       program-id. statverify.

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
           select history-file assign to ws-history-filename
               organization is line sequential
               file status is ws-history-status.
           select workfile-log
               assign to "statmeasure2_workfiles.txt"
               organization is line sequential
               file status is ws-workfile-status.
           select archive-index
               assign to "statmeasure2_archive.txt"
               organization is line sequential
               file status is ws-archive-index-status.
           select export-file assign to ws-export-filename
               organization is line sequential
               file status is ws-export-status.
      *> statmeasure2's own parameter file, read for OUTPUT-DIR
      *> only, so the history logs are looked for where it wrote
      *> them
           select param-file
               assign to "statmeasure2_params.txt"
               organization is line sequential
               file status is ws-param-status.
      *> the run log in repository key order, for matching the
      *> repository back against it
           select run-sort-work assign to "statverify_runs.srt".
           select sorted-run-file
               assign to "statverify_runs.tmp"
               organization is line sequential
               file status is ws-sorted-run-status.
           select verify-report-file
               assign to ws-verify-report-filename
               organization is line sequential
               file status is ws-verify-report-status.

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

      *> the repository statresload maintains - see statresload
      *> for the row types and the text-held measures
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

      *> one line per run statmeasure2 appended to the history log
      *> of an input file
       fd history-file.
       01 history-record.
           02 hr-run-date.
               03 hr-year pic 9(4).
               03 hr-month pic 9(2).
               03 hr-day pic 9(2).
           02 hr-data-count pic s9(9).
           02 hr-sum-of-values pic s9(10)v9(2).
           02 hr-mean pic s9(6)v9(2).
           02 hr-standard-dev pic s9(6)v9(2).
           02 hr-geometric-mean pic s9(6)v9(2).
           02 hr-harmonic-mean pic s9(6)v9(2).
           02 hr-root-mean-square pic s9(6)v9(2).

       fd workfile-log.
       01 workfile-record.
           02 wf-date pic 9(8).
           02 wf-class pic x(10).
           02 wf-filename pic x(256).

      *> stathousekeep's record of where each archived file went
       fd archive-index.
       01 archive-index-record.
           02 ax-sweep-date pic 9(8).
           02 ax-run-date pic 9(8).
           02 ax-class pic x(10).
           02 ax-filename pic x(256).
           02 ax-archived-name pic x(256).

       fd export-file.
       01 export-line pic x(256).

       fd param-file.
       01 param-record pic x(256).

      *> the run log's layout, sorted file/date/time/column
       sd run-sort-work.
       01 run-sort-record.
           02 sr-run-date pic 9(8).
           02 sr-run-time pic 9(6).
           02 sr-filename pic x(64).
           02 sr-column pic 9(2).
           02 filler pic x(27).

       fd sorted-run-file.
       01 sorted-run-record.
           02 sv-run-date pic 9(8).
           02 sv-run-time pic 9(6).
           02 sv-filename pic x(64).
           02 sv-column pic 9(2).
           02 sv-valid-count pic s9(9).
           02 sv-reject-count pic s9(6).
           02 sv-outlier-count pic s9(6).
           02 sv-balance pic x(1).
           02 filler pic x(5).

      *> this program's own discrepancy report, timestamped the
      *> same way statmeasure2 names its packets
       fd verify-report-file.
       01 verify-report-line pic x(133).

       working-storage section.
       01 ws-master-status pic xx.
       01 ws-results-status pic xx.
       01 ws-audit-status pic xx.
       01 ws-history-filename pic x(256).
       01 ws-history-status pic xx.
       01 ws-workfile-status pic xx.
       01 ws-archive-index-status pic xx.
       01 ws-export-filename pic x(256).
       01 ws-export-status pic xx.
       01 ws-param-status pic xx.
       01 ws-verify-report-filename pic x(256).
       01 ws-verify-report-status pic xx.
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

      *> OUTPUT-DIR as statmeasure2 reads it, so the history logs
      *> are looked for where it wrote them
       01 ws-output-dir pic x(200) value spaces.
       01 ws-param-eof-flag pic 9 value 0.
           88 param-eof value 1.
       01 ws-param-keyword-text pic x(72).
       01 ws-param-value-text pic x(256).

       01 ws-rebuild-answer pic x(1).
       01 ws-rebuild-flag pic 9 value 0.
           88 rebuild-wanted value 1.

       01 ws-audit-eof-flag pic 9 value 0.
           88 audit-eof value 1.
       01 ws-audit-found-flag pic 9 value 0.
           88 audit-log-found value 1.
       01 ws-master-eof-flag pic 9 value 0.
           88 master-eof value 1.
       01 ws-results-eof-flag pic 9 value 0.
           88 results-eof value 1.
       01 ws-history-eof-flag pic 9 value 0.
           88 history-eof value 1.
       01 ws-workfile-eof-flag pic 9 value 0.
           88 workfile-eof value 1.
       01 ws-archive-eof-flag pic 9 value 0.
           88 archive-eof value 1.
       01 ws-export-eof-flag pic 9 value 0.
           88 export-eof value 1.

      *> the repository is matched against the sorted run log, both
      *> in file/date/time/column order - the run the repository
      *> row wants, and the run log record the match stands at
       01 ws-sorted-run-status pic xx.
       01 ws-sorted-run-eof-flag pic 9 value 0.
           88 sorted-run-eof value 1.
       01 ws-sorted-run-open-flag pic 9 value 0.
           88 sorted-run-open value 1.
       01 ws-sorted-run-key.
           02 sk-filename pic x(64).
           02 sk-run-date pic 9(8).
           02 sk-run-time pic 9(6).
           02 sk-column pic 9(2).
       01 ws-sort-work-name pic x(256)
           value "statverify_runs.tmp".
       01 ws-delete-status pic s9(9) comp-5.
       01 ws-wanted-run-key.
           02 wr-filename pic x(64).
           02 wr-run-date pic 9(8).
           02 wr-run-time pic 9(6).
           02 wr-column pic 9(2).
       01 ws-run-found-flag pic 9 value 0.
           88 run-found value 1.

      *> every dataset the run log or the master knows about - the
      *> ones whose history logs are checked
       01 ws-dataset-count pic s9(4) value 0.
       01 ws-dataset-capacity pic s9(4) value 500.
       01 ws-dataset-overflow-flag pic 9 value 0.
           88 dataset-table-exceeded value 1.
       01 ws-dataset-index pic s9(4).
       01 ws-dataset-slot pic s9(4).
       01 dataset-table.
           02 dataset-entry occurs 500 times.
               03 ds-filename pic x(64).
               03 ds-registered-flag pic 9.
                   88 ds-registered value 1.
               03 ds-logged-runs pic s9(6).
               03 ds-history-runs pic s9(6).
       01 ws-note-filename pic x(64).
       01 ws-note-registered-flag pic 9.

      *> history log checking for one dataset
       01 ws-history-date pic 9(8).
       01 ws-history-run-count pic s9(6).
       01 ws-repository-rows-flag pic 9 value 0.
           88 repository-has-rows value 1.
       01 ws-history-run-flag pic 9 value 0.
           88 history-run-loaded value 1.
       01 ws-input-basename pic x(256).
       01 ws-name-scan pic s9(4).
       01 ws-dir-length pic s9(4).

      *> the export record split into its delimited fields - the
      *> widest layout (RESULTS) has 18
       01 ws-field-table.
           02 ws-field pic x(64) occurs 18 times.
       01 ws-export-gap-count pic s9(6).

      *> file system plumbing
       01 ws-exist-status pic s9(9) comp.
       01 ws-file-info pic x(64).
       01 ws-check-name pic x(256).

      *> rebuild tallies
       01 ws-exports-read-count pic s9(6) value 0.
       01 ws-exports-missing-count pic s9(6) value 0.
       01 ws-loaded-count pic s9(6) value 0.
       01 ws-replaced-count pic s9(6) value 0.
       01 ws-skipped-count pic s9(6) value 0.
       01 ws-passed-count pic s9(6) value 0.

      *> discrepancy tallies, one per check
       01 ws-section-title pic x(60).
       01 ws-section-count pic s9(6).
       01 ws-unloaded-run-count pic s9(6) value 0.
       01 ws-unlogged-row-count pic s9(6) value 0.
       01 ws-history-gap-total pic s9(6) value 0.
       01 ws-history-only-count pic s9(6) value 0.
       01 ws-manifest-gap-count pic s9(6) value 0.
       01 ws-discrepancy-total pic s9(6) value 0.
      *> checks that could not be made at all - the run still
      *> ends on a warning so nobody reads silence as agreement
       01 ws-unchecked-count pic s9(6) value 0.

       01 ws-count-display pic zzzzz9.
       01 ws-column-display pic z9.
       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-discrepancy-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(45) value "dataset".
           02 filler pic x(20) value "run".
           02 filler pic x(6) value "detail".
       01 ws-discrepancy-line.
           02 filler pic x(3) value spaces.
           02 dl-dataset pic x(44).
           02 filler pic x(1) value space.
           02 dl-run pic x(19).
           02 filler pic x(1) value space.
           02 dl-detail pic x(60).
       01 ws-stamp-date pic 9(8).
       01 ws-stamp-time pic 9(6).
       01 ws-stamp-text pic x(19).

       procedure division.
       main-program.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           perform read-parameter-file
           perform get-options
           perform open-verify-report
           perform display-verify-header
           if rebuild-wanted
               perform rebuild-repository
           end-if
           perform open-results-repository
           perform load-dataset-master
           perform check-run-log
           perform check-results-rows
           perform check-history-logs
           perform check-manifest
           close results-file
           perform display-verify-footer
           perform close-verify-report
           if ws-discrepancy-total > 0
               or ws-unchecked-count > 0
               or ws-skipped-count > 0
               or ws-exports-missing-count > 0
               move 4 to return-code
           end-if
           stop run.

      *> OUTPUT-DIR off statmeasure2's parameter file, the same
      *> keyword-line reading statnotify does
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

      *> the rest of statmeasure2's keywords are its own business
      *> and are passed over
       parse-parameter-record.
           move spaces to ws-param-keyword-text
           move spaces to ws-param-value-text
           unstring param-record delimited by ":"
               into ws-param-keyword-text ws-param-value-text
           end-unstring
           if function trim(ws-param-keyword-text) = "OUTPUT-DIR"
               move function trim(ws-param-value-text, leading)
                   to ws-output-dir
           end-if.

      *> rebuilding throws the current repository away, so it is
      *> only done on an explicit Y
       get-options.
           display "rebuild the results repository from the"
               " export files first? [N]: " with no advancing
           accept ws-rebuild-answer
           if function upper-case(ws-rebuild-answer) = "Y"
               set rebuild-wanted to true
           end-if
           display spaces.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-verify-report.
           string "statverify_report_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-verify-report-filename
           end-string
           open output verify-report-file
           if ws-verify-report-status not = "00"
               display "warning: cannot open report file '"
                   function trim(ws-verify-report-filename) "'"
           end-if.

       close-verify-report.
           close verify-report-file.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the discrepancy report file
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-verify-report-status = "00"
               write verify-report-line from ws-line-text
           end-if.

       display-verify-header.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Cross-File Integrity Check" to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "   Run date          = "
                   ws-cd-year "-" ws-cd-month "-" ws-cd-day
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line.

      *> ---------------------------------------------------------
      *> rebuild - a fresh empty repository, then every export the
      *> archive index says was swept away, oldest sweep first,
      *> then every export still on the manifest. each row is
      *> written or replaced the way statresload does it, so a
      *> run found in both places simply loads twice
      *> ---------------------------------------------------------
       rebuild-repository.
           move " " to ws-line-text
           perform emit-line
           move " Rebuild of the results repository" to ws-line-text
           perform emit-line
           open output results-file
           if ws-results-status not = "00"
               display "error: cannot recreate results repository"
                   " (status " ws-results-status ")"
               move 12 to return-code
               stop run
           end-if
           close results-file
           open i-o results-file
           if ws-results-status not = "00"
               display "error: cannot open results repository"
                   " (status " ws-results-status ")"
               move 12 to return-code
               stop run
           end-if
           perform rebuild-from-archive-index
           perform rebuild-from-manifest
           close results-file
           move "   Exports read      = " to cl-label
           move ws-exports-read-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Exports not found = " to cl-label
           move ws-exports-missing-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Rows loaded       = " to cl-label
           move ws-loaded-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Rows replaced     = " to cl-label
           move ws-replaced-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Records skipped   = " to cl-label
           move ws-skipped-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if ws-passed-count > 0
               move "   Records passed    = " to cl-label
               move ws-passed-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-line
           end-if
           move "   (exports deleted by statresload after loading"
               to ws-line-text
           perform emit-line
           move "    cannot be recovered - their runs show below)"
               to ws-line-text
           perform emit-line.

       rebuild-from-archive-index.
           move 0 to ws-archive-eof-flag
           open input archive-index
           if ws-archive-index-status = "00"
               perform until archive-eof
                   read archive-index
                       at end
                           set archive-eof to true
                       not at end
                           if ax-class = "RESULTS"
                               move ax-archived-name
                                   to ws-export-filename
                               perform load-one-export
                           end-if
                   end-read
               end-perform
               close archive-index
           end-if.

       rebuild-from-manifest.
           move 0 to ws-workfile-eof-flag
           open input workfile-log
           if ws-workfile-status = "00"
               perform until workfile-eof
                   read workfile-log
                       at end
                           set workfile-eof to true
                       not at end
                           if wf-class = "RESULTS"
                               move wf-filename
                                   to ws-export-filename
                               perform load-one-export
                           end-if
                   end-read
               end-perform
               close workfile-log
           end-if.

       load-one-export.
           move 0 to ws-export-eof-flag
           open input export-file
           if ws-export-status not = "00"
               add 1 to ws-exports-missing-count
               move spaces to ws-discrepancy-line
               move function trim(ws-export-filename) to dl-dataset
               move "export not found" to dl-detail
               move ws-discrepancy-line to ws-line-text
               perform emit-line
           else
               add 1 to ws-exports-read-count
               perform until export-eof
                   read export-file
                       at end
                           set export-eof to true
                       not at end
                           if export-line not = spaces
                               perform load-export-record
                           end-if
                   end-read
               end-perform
               close export-file
           end-if.

      *> the same record routing as statresload's
      *> load-export-record
       load-export-record.
           perform split-export-line
           if function test-numval(
               function trim(ws-field(3))) not = 0
               or function test-numval(
               function trim(ws-field(4))) not = 0
               or function test-numval(
               function trim(ws-field(5))) not = 0
               perform skip-export-record
           else
               evaluate function trim(ws-field(1))
                   when "RESULTS"
                       perform build-results-row
                       perform put-results-record
                   when "CATEGORY"
                       perform build-category-row
                       perform put-results-record
                   when "CORRELATION"
                   when "REGRESSION"
                   when "PERIOD"
                       add 1 to ws-passed-count
                   when other
                       perform skip-export-record
               end-evaluate
           end-if.

       split-export-line.
           move spaces to ws-field-table
           unstring export-line delimited by ","
               into ws-field(1) ws-field(2) ws-field(3)
                   ws-field(4) ws-field(5) ws-field(6)
                   ws-field(7) ws-field(8) ws-field(9)
                   ws-field(10) ws-field(11) ws-field(12)
                   ws-field(13) ws-field(14) ws-field(15)
                   ws-field(16) ws-field(17) ws-field(18)
           end-unstring.

       skip-export-record.
           add 1 to ws-skipped-count
           display "warning: bad export record '"
               function trim(export-line) "'".

       build-record-key.
           move spaces to results-record
           move function trim(ws-field(2)) to rs-filename
           compute rs-run-date =
               function numval(ws-field(3))
           compute rs-run-time =
               function numval(ws-field(4))
           compute rs-column =
               function numval(ws-field(5)).

       build-results-row.
           perform build-record-key
           move "R" to rs-type
           move spaces to rs-category
           move ws-field(6) to rs-valid-count
           move ws-field(7) to rs-total-weight
           move ws-field(8) to rs-sum
           move ws-field(9) to rs-mean
           move ws-field(10) to rs-stddev
           move ws-field(11) to rs-geometric
           move ws-field(12) to rs-harmonic
           move ws-field(13) to rs-rms
           move ws-field(14) to rs-median
           move ws-field(15) to rs-mode
           move ws-field(16) to rs-quartile-1
           move ws-field(17) to rs-quartile-3
           move ws-field(18) to rs-reject-count.

       build-category-row.
           perform build-record-key
           move "C" to rs-type
           move function trim(ws-field(6)) to rs-category
           move ws-field(7) to rs-valid-count
           move ws-field(7) to rs-total-weight
           move ws-field(8) to rs-sum
           move ws-field(9) to rs-mean
           move ws-field(10) to rs-stddev
           move ws-field(11) to rs-geometric
           move ws-field(12) to rs-harmonic
           move ws-field(13) to rs-rms.

       put-results-record.
           write results-record
               invalid key
                   rewrite results-record
                       invalid key
                           display "error: cannot store record"
                               " (status " ws-results-status ")"
                           add 1 to ws-skipped-count
                       not invalid key
                           add 1 to ws-replaced-count
                   end-rewrite
               not invalid key
                   add 1 to ws-loaded-count
           end-write.

      *> ---------------------------------------------------------
      *> verification
      *> ---------------------------------------------------------
       open-results-repository.
           open input results-file
           if ws-results-status = "35"
               move " " to ws-line-text
               perform emit-line
               move "   results repository not found - rerun and"
                   to ws-line-text
               perform emit-line
               move "   answer Y to rebuild it from the exports"
                   to ws-line-text
               perform emit-line
               perform close-verify-report
               move 12 to return-code
               stop run
           end-if
           if ws-results-status not = "00"
               display "error: cannot open results repository"
                   " (status " ws-results-status ") - rerun and"
                   " answer Y to rebuild it"
               perform close-verify-report
               move 12 to return-code
               stop run
           end-if.

      *> the registered datasets, so a dataset with history but
      *> no runs is caught even when it never reached the run log
       load-dataset-master.
           open input master-file
           if ws-master-status = "00"
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
                           move ms-filename to ws-note-filename
                           move 1 to ws-note-registered-flag
                           perform note-dataset
                   end-read
               end-perform
               close master-file
           else
               display "warning: no dataset master (status "
                   ws-master-status ") - only datasets on the run"
                   " log are checked"
           end-if.

      *> every run that produced results must have its grand row
      *> on the repository. an inter-feed balancing entry, a
      *> duplicate delivery and a run with no valid values never
      *> export anything, so they are not looked for
       check-run-log.
           move "Run log entries with no results on the repository"
               to ws-section-title
           perform emit-section-heading
           move 0 to ws-audit-eof-flag
           open input audit-file
           if ws-audit-status = "00"
               set audit-log-found to true
               perform until audit-eof
                   read audit-file
                       at end
                           set audit-eof to true
                       not at end
                           if au-balance not = "X"
                               perform check-one-audit-record
                           end-if
                   end-read
               end-perform
               close audit-file
           else
               move "   (no run log - not checked)" to ws-line-text
               perform emit-line
           end-if
           add ws-section-count to ws-unloaded-run-count
           perform emit-section-end.

       check-one-audit-record.
           move au-filename to ws-note-filename
           move 0 to ws-note-registered-flag
           perform note-dataset
           if ws-dataset-slot > 0
               add 1 to ds-logged-runs(ws-dataset-slot)
      *> statmeasure2 appends history for a whole-file run with
      *> data that is not a duplicate delivery
               if au-column = 0
                   and au-valid-count > 0
                   and au-delivery not = "D"
                   add 1 to ds-history-runs(ws-dataset-slot)
               end-if
           end-if
           if au-valid-count > 0
               and au-delivery not = "D"
               move spaces to results-record
               move au-filename to rs-filename
               move au-run-date to rs-run-date
               move au-run-time to rs-run-time
               move au-column to rs-column
               move "R" to rs-type
               read results-file record key is rs-key
                   invalid key
                       move spaces to ws-discrepancy-line
                       move function trim(au-filename)
                           to dl-dataset
                       move au-run-date to ws-stamp-date
                       move au-run-time to ws-stamp-time
                       perform format-stamp
                       move ws-stamp-text to dl-run
                       if au-column > 0
                           move au-column to ws-column-display
                           string "no results row for column "
                                   function trim(ws-column-display)
                               delimited by size into dl-detail
                           end-string
                       else
                           move "no results row" to dl-detail
                       end-if
                       perform emit-discrepancy
               end-read
           end-if.

      *> file a dataset name once, remembering whether the master
      *> registers it
       note-dataset.
           move 0 to ws-dataset-slot
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               if ds-filename(ws-dataset-index) = ws-note-filename
                   move ws-dataset-index to ws-dataset-slot
                   exit perform
               end-if
           end-perform
           if ws-dataset-slot = 0
               if ws-dataset-count < ws-dataset-capacity
                   add 1 to ws-dataset-count
                   move ws-dataset-count to ws-dataset-slot
                   move ws-note-filename
                       to ds-filename(ws-dataset-slot)
                   move 0 to ds-registered-flag(ws-dataset-slot)
                   move 0 to ds-logged-runs(ws-dataset-slot)
                   move 0 to ds-history-runs(ws-dataset-slot)
               else
                   set dataset-table-exceeded to true
               end-if
           end-if
           if ws-dataset-slot > 0
               and ws-note-registered-flag = 1
               move 1 to ds-registered-flag(ws-dataset-slot)
           end-if.

      *> every grand row on the repository must trace back to a
      *> run the run log recorded. the run log is sorted into the
      *> repository's key order and the two are matched in step,
      *> so the check holds however long the run log grows
       check-results-rows.
           move "Results on the repository with no run log entry"
               to ws-section-title
           perform emit-section-heading
           if not audit-log-found
               move "   (no run log - not checked)" to ws-line-text
               perform emit-line
           else
               sort run-sort-work
                   on ascending key sr-filename sr-run-date
                       sr-run-time sr-column
                   using audit-file
                   giving sorted-run-file
               move 0 to ws-sorted-run-open-flag
               if sort-return = 0
                   open input sorted-run-file
                   if ws-sorted-run-status = "00"
                       set sorted-run-open to true
                   end-if
               end-if
               if not sorted-run-open
                   move "   (run log could not be sorted - not"
                       to ws-line-text
                   perform emit-line
                   move "    checked)" to ws-line-text
                   perform emit-line
                   add 1 to ws-unchecked-count
               else
                   move 0 to ws-sorted-run-eof-flag
                   move low-values to ws-sorted-run-key
                   perform read-sorted-run
                   move 0 to ws-results-eof-flag
                   move low-values to rs-key
                   start results-file key not < rs-key
                       invalid key
                           set results-eof to true
                   end-start
                   perform until results-eof
                       read results-file next record
                           at end
                               set results-eof to true
                           not at end
                               if rs-type = "R"
                                   perform check-one-results-row
                               end-if
                       end-read
                   end-perform
                   close sorted-run-file
                   call "CBL_DELETE_FILE"
                       using ws-sort-work-name
                       returning ws-delete-status
                   end-call
               end-if
           end-if
           add ws-section-count to ws-unlogged-row-count
           perform emit-section-end.

      *> the next run log record that is a run - an inter-feed
      *> balancing entry is statbalance's, not a run
       read-sorted-run.
           perform until sorted-run-eof
               read sorted-run-file
                   at end
                       set sorted-run-eof to true
                       move high-values to ws-sorted-run-key
                   not at end
                       if sv-balance not = "X"
                           move sv-filename to sk-filename
                           move sv-run-date to sk-run-date
                           move sv-run-time to sk-run-time
                           move sv-column to sk-column
                           exit perform
                       end-if
               end-read
           end-perform.

      *> the run log is moved up to the repository row's run; it is
      *> on the run log only if the two then stand on the same key
       check-one-results-row.
           move rs-filename to wr-filename
           move rs-run-date to wr-run-date
           move rs-run-time to wr-run-time
           move rs-column to wr-column
           move 0 to ws-run-found-flag
           perform until ws-sorted-run-key >= ws-wanted-run-key
               perform read-sorted-run
           end-perform
           if ws-sorted-run-key = ws-wanted-run-key
               set run-found to true
           end-if
           if not run-found
               move spaces to ws-discrepancy-line
               move function trim(rs-filename) to dl-dataset
               move rs-run-date to ws-stamp-date
               move rs-run-time to ws-stamp-time
               perform format-stamp
               move ws-stamp-text to dl-run
               if rs-column > 0
                   move rs-column to ws-column-display
                   string "not on the run log, column "
                           function trim(ws-column-display)
                       delimited by size into dl-detail
                   end-string
               else
                   move "not on the run log" to dl-detail
               end-if
               perform emit-discrepancy
           end-if.

      *> every run in a dataset's history log must have results on
      *> the repository for that date; a registered dataset with
      *> history and nothing at all on the repository is reported
      *> once rather than run by run
       check-history-logs.
           move "History runs missing from the repository"
               to ws-section-title
           perform emit-section-heading
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               perform check-one-history-log
           end-perform
           if dataset-table-exceeded
               move "   (more datasets than the table holds -"
                   to ws-line-text
               perform emit-line
               move "    extras not checked)" to ws-line-text
               perform emit-line
               add 1 to ws-unchecked-count
           end-if
           add ws-section-count to ws-history-gap-total
           perform emit-section-end
           move "Registered datasets with history but no runs"
               to ws-section-title
           perform emit-section-heading
           perform varying ws-dataset-index from 1 by 1
               until ws-dataset-index > ws-dataset-count
               if ds-registered(ws-dataset-index)
                   perform check-history-only-dataset
               end-if
           end-perform
           add ws-section-count to ws-history-only-count
           perform emit-section-end.

       check-one-history-log.
           perform build-history-filename
           perform find-repository-rows
           move 0 to ws-history-run-count
           move 0 to ws-history-eof-flag
           open input history-file
           if ws-history-status = "00"
               perform until history-eof
                   read history-file
                       at end
                           set history-eof to true
                       not at end
                           add 1 to ws-history-run-count
                           if repository-has-rows
                               perform check-history-run
                           end-if
                   end-read
               end-perform
               close history-file
           else
               if ds-history-runs(ws-dataset-index) > 0
                   move spaces to ws-discrepancy-line
                   move function trim(
                       ds-filename(ws-dataset-index)) to dl-dataset
                   move spaces to dl-detail
                   string "history log not found (status "
                           ws-history-status ")"
                       delimited by size into dl-detail
                   end-string
                   perform emit-discrepancy
               end-if
           end-if.

      *> the history log sits where statmeasure2's
      *> build-output-filename put it - next to the input file,
      *> or under OUTPUT-DIR by its base name
       build-history-filename.
           move spaces to ws-history-filename
           if ws-output-dir = spaces
               string function trim(ds-filename(ws-dataset-index))
                       "_history.txt"
                   delimited by size into ws-history-filename
               end-string
           else
               move ds-filename(ws-dataset-index)
                   to ws-input-basename
               compute ws-name-scan = function length(
                   function trim(ds-filename(ws-dataset-index)))
               perform until ws-name-scan < 1
                   if ds-filename(ws-dataset-index)
                       (ws-name-scan:1) = "/"
                       move ds-filename(ws-dataset-index)
                           (ws-name-scan + 1:)
                           to ws-input-basename
                       move 0 to ws-name-scan
                   else
                       subtract 1 from ws-name-scan
                   end-if
               end-perform
               compute ws-dir-length =
                   function length(function trim(ws-output-dir))
               if ws-output-dir(ws-dir-length:1) = "/"
                   string function trim(ws-output-dir)
                           function trim(ws-input-basename)
                           "_history.txt"
                       delimited by size into ws-history-filename
                   end-string
               else
                   string function trim(ws-output-dir) "/"
                           function trim(ws-input-basename)
                           "_history.txt"
                       delimited by size into ws-history-filename
                   end-string
               end-if
           end-if.

       find-repository-rows.
           move 0 to ws-repository-rows-flag
           move low-values to rs-key
           move ds-filename(ws-dataset-index) to rs-filename
           start results-file key not < rs-key
               invalid key
                   continue
               not invalid key
                   read results-file next record
                       at end
                           continue
                       not at end
                           if rs-filename =
                               ds-filename(ws-dataset-index)
                               set repository-has-rows to true
                           end-if
                   end-read
           end-start.

       check-history-run.
           move hr-run-date to ws-history-date
           move 0 to ws-history-run-flag
           move low-values to rs-key
           move ds-filename(ws-dataset-index) to rs-filename
           move ws-history-date to rs-run-date
           start results-file key not < rs-key
               invalid key
                   continue
               not invalid key
                   read results-file next record
                       at end
                           continue
                       not at end
                           if rs-filename =
                               ds-filename(ws-dataset-index)
                               and rs-run-date = ws-history-date
                               set history-run-loaded to true
                           end-if
                   end-read
           end-start
           if not history-run-loaded
               move spaces to ws-discrepancy-line
               move function trim(ds-filename(ws-dataset-index))
                   to dl-dataset
               move ws-history-date to ws-stamp-date
               perform format-stamp-date
               move ws-stamp-text to dl-run
               move "in the history log, no results that day"
                   to dl-detail
               perform emit-discrepancy
           end-if.

      *> re-read the history log to report the dataset - kept to
      *> the registered ones, since an unregistered feed is
      *> already chased as NOT REGISTERED
       check-history-only-dataset.
           perform build-history-filename
           perform find-repository-rows
           if not repository-has-rows
               move 0 to ws-history-run-count
               move 0 to ws-history-eof-flag
               open input history-file
               if ws-history-status = "00"
                   perform until history-eof
                       read history-file
                           at end
                               set history-eof to true
                           not at end
                               add 1 to ws-history-run-count
                       end-read
                   end-perform
                   close history-file
               end-if
               if ws-history-run-count > 0
                   move spaces to ws-discrepancy-line
                   move function trim(
                       ds-filename(ws-dataset-index)) to dl-dataset
                   move ws-history-run-count to ws-count-display
                   if ds-logged-runs(ws-dataset-index) > 0
                       string function trim(ws-count-display)
                               " history runs, none on repository"
                           delimited by size into dl-detail
                       end-string
                   else
                       string function trim(ws-count-display)
                               " history runs, none on repository"
                               " or run log"
                           delimited by size into dl-detail
                       end-string
                   end-if
                   perform emit-discrepancy
               end-if
           end-if.

      *> every manifest entry should still be on disk until the
      *> sweep archives it, and an export waiting there should
      *> already be on the repository - one that is not will be
      *> lost when the sweep moves it on
       check-manifest.
           move "Manifest entries out of step"
               to ws-section-title
           perform emit-section-heading
           move 0 to ws-workfile-eof-flag
           open input workfile-log
           if ws-workfile-status = "00"
               perform until workfile-eof
                   read workfile-log
                       at end
                           set workfile-eof to true
                       not at end
                           perform check-manifest-entry
                   end-read
               end-perform
               close workfile-log
           else
               move "   (no manifest - not checked)" to ws-line-text
               perform emit-line
           end-if
           add ws-section-count to ws-manifest-gap-count
           perform emit-section-end.

      *> a reject or outlier list is recreated under the same name
      *> each night and an export statresload deleted after a
      *> clean load is expected to be gone; the history log and
      *> the report packet never leave before the sweep
       check-manifest-entry.
           move wf-filename to ws-check-name
           call "CBL_CHECK_FILE_EXIST"
               using ws-check-name ws-file-info
               returning ws-exist-status
           end-call
           if ws-exist-status not = 0
               if wf-class = "HISTORY"
                   or wf-class = "REPORT"
                   move spaces to ws-discrepancy-line
                   move function trim(wf-filename) to dl-dataset
                   move wf-date to ws-stamp-date
                   perform format-stamp-date
                   move ws-stamp-text to dl-run
                   string function trim(wf-class)
                           " file gone before the sweep"
                       delimited by size into dl-detail
                   end-string
                   perform emit-discrepancy
               end-if
           else
               if wf-class = "RESULTS"
                   perform check-export-loaded
               end-if
           end-if.

       check-export-loaded.
           move wf-filename to ws-export-filename
           move 0 to ws-export-gap-count
           move 0 to ws-export-eof-flag
           open input export-file
           if ws-export-status = "00"
               perform until export-eof
                   read export-file
                       at end
                           set export-eof to true
                       not at end
                           perform check-export-record
                   end-read
               end-perform
               close export-file
           end-if
           if ws-export-gap-count > 0
               move spaces to ws-discrepancy-line
               move function trim(wf-filename) to dl-dataset
               move wf-date to ws-stamp-date
               perform format-stamp-date
               move ws-stamp-text to dl-run
               move ws-export-gap-count to ws-count-display
               string "export not loaded - "
                       function trim(ws-count-display)
                       " results rows missing"
                   delimited by size into dl-detail
               end-string
               perform emit-discrepancy
           end-if.

       check-export-record.
           perform split-export-line
           if function trim(ws-field(1)) = "RESULTS"
               and function test-numval(
               function trim(ws-field(3))) = 0
               and function test-numval(
               function trim(ws-field(4))) = 0
               and function test-numval(
               function trim(ws-field(5))) = 0
               perform build-record-key
               move "R" to rs-type
               read results-file record key is rs-key
                   invalid key
                       add 1 to ws-export-gap-count
               end-read
           end-if.

       emit-section-heading.
           move 0 to ws-section-count
           move " " to ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string " " function trim(ws-section-title)
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move ws-discrepancy-heading-line to ws-line-text
           perform emit-line.

       emit-discrepancy.
           add 1 to ws-section-count
           move ws-discrepancy-line to ws-line-text
           perform emit-line.

       emit-section-end.
           if ws-section-count = 0
               move "   (none)" to ws-line-text
               perform emit-line
           end-if
           add ws-section-count to ws-discrepancy-total.

       display-verify-footer.
           move " " to ws-line-text
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line
           move "   Runs not loaded   = " to cl-label
           move ws-unloaded-run-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Results unlogged  = " to cl-label
           move ws-unlogged-row-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   History gaps      = " to cl-label
           move ws-history-gap-total to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   History, no runs  = " to cl-label
           move ws-history-only-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Manifest problems = " to cl-label
           move ws-manifest-gap-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if ws-unchecked-count > 0
               move "   Checks not made   = " to cl-label
               move ws-unchecked-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-line
           end-if
           if ws-discrepancy-total = 0
               and ws-unchecked-count = 0
               move "   all files agree" to ws-line-text
           else
               if ws-discrepancy-total = 0
                   move "   *** CHECKS NOT MADE - SEE ABOVE ***"
                       to ws-line-text
               else
                   move "   *** FILES OUT OF STEP - SEE ABOVE ***"
                       to ws-line-text
               end-if
           end-if
           perform emit-line
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

       format-stamp-date.
           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
                   ws-stamp-date(7:2)
               delimited by size into ws-stamp-text
           end-string.
