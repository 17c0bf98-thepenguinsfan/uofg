               assign to "statmeasure2_workfiles.txt"
               organization is line sequential
               file status is ws-workfile-status.
           select fingerprint-file
               assign to ws-fingerprint-filename
               organization is line sequential
               file status is ws-fingerprint-status.
           select master-file assign to "statmeasure2_master.dat"
               organization is indexed
               access mode is random
               record key is ms-filename
               file status is ws-master-status.
           select suspense-file
               assign to "statmeasure2_suspense.dat"
               organization is indexed
               access mode is dynamic
               record key is sp-key
               file status is ws-suspense-status.
           select period-file
               assign to "statmeasure2_periods.dat"
               organization is indexed
               access mode is dynamic
               record key is pa-key
               file status is ws-period-status.

       data division.
       file section.
      *> R = registered, N = not registered, - = no dataset master
           02 au-registered pic x(1).
           02 au-return-code pic 9(2).
      *> D = duplicate delivery, F = first delivery of this content,
      *> - = no fingerprint (the file never opened or was empty)
           02 au-delivery pic x(1).

      *> one line per distinct delivery of an input file, appended
      *> as each new one is processed - the content fingerprints a
      *> later delivery is checked against, so a re-sent file is
      *> caught before it is counted as a fresh observation
       fd fingerprint-file.
       01 fingerprint-record.
           02 fp-run-date pic 9(8).
           02 fp-run-time pic 9(6).
           02 fp-record-count pic s9(9).
           02 fp-byte-length pic s9(12).
           02 fp-hash-total pic s9(15).
           02 fp-first-record pic x(200).
           02 fp-last-record pic x(200).

      *> manifest of the work files and packets this program
      *> writes - one record per file created, with its run date
           02 ms-min-records pic 9(9).
           02 ms-max-records pic 9(9).
           02 ms-layout-name pic x(64).
           02 ms-balance-to pic x(64).
           02 ms-balance-measure pic x(8).
           02 ms-balance-tolerance pic 9(9)v9(2).

      *> reject suspense - every rejected record is held here
      *> until someone deals with it, keyed by input file, the run
      *> date that rejected it, its line number, the csv column
      *> (0 off csv), and the time of the rejecting run, so two
      *> deliveries of a file on one day keep their rejects
      *> apart. statsusmaint enters a corrected value or
      *> writes the entry off with a reason; the next run of the
      *> file folds its corrected entries into the statistics and
      *> marks them cleared
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

      *> period-to-date accumulators - the running sums of every
      *> registered dataset's runs folded into its month, quarter
      *> and year, keyed by input file, csv column (0 off csv),
      *> period type (M/Q/Y) and period ("202610", "2026Q4",
      *> "2026"). the last run posted and its delivery fingerprint
      *> are kept so the same run is never added in twice, and
      *> statperclose marks a finished period closed, after which
      *> nothing more is posted to it
       fd period-file.
       01 period-record.
           02 pa-key.
               03 pa-filename pic x(64).
               03 pa-column pic 9(2).
               03 pa-period-type pic x(1).
               03 pa-period-id pic x(6).
      *> O = open, C = closed by statperclose
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

      *> layout definition for a fixed-field production file, one
      *> keyword line per item: VALUE-START, VALUE-LENGTH,
               03 bs-balance pic x(1).
               03 bs-control pic x(1).
               03 bs-registered pic x(1).
               03 bs-delivery pic x(1).
               03 bs-return-code pic s9(4).
       01 ws-sum-total-valid pic s9(9) value 0.
       01 ws-sum-total-rejects pic s9(9) value 0.
           02 filler pic x(8) value "balance".
           02 filler pic x(8) value "control".
           02 filler pic x(7) value "regist".
           02 filler pic x(6) value "deliv".
           02 filler pic x(3) value " rc".
       01 ws-summary-detail-line.
           02 filler pic x(1) value space.
           02 bdl-balance pic x(8).
           02 bdl-control pic x(8).
           02 bdl-register pic x(7).
           02 bdl-delivery pic x(6).
           02 bdl-rc pic z9.
           02 filler pic x(1) value space.
           02 bdl-attention pic x(3).
           02 filler pic x(2) value ": ".
           02 rr-content pic x(200).

      *> reject suspense state - the file is held open through the
      *> read so write-reject-record can post each reject as it
      *> goes. corrected entries folded into this series are noted
      *> in fold-table and only marked cleared once the run has
      *> finished, so a run that dies part way leaves them waiting
      *> for the next one rather than lost; past the table's
      *> capacity the rest simply wait for a later run. the folded
      *> count and sum are kept apart so the trailer reconciliation
      *> still checks the file exactly as delivered
       01 ws-suspense-status pic xx.
       01 ws-suspense-open-flag pic 9 value 0.
           88 suspense-file-open value 1.
       01 ws-suspense-eof-flag pic 9 value 0.
           88 suspense-eof value 1.
       01 ws-suspense-filename pic x(64).
       01 ws-suspense-held-flag pic 9 value 0.
           88 suspense-already-held value 1.
      *> file, run date, line and column of the reject being
      *> posted, and its content, while a resumed run looks for it
       01 ws-suspense-held-key pic x(80).
       01 ws-suspense-held-content pic x(200).
       01 ws-fold-count pic s9(6) value 0.
       01 ws-fold-sum pic s9(10)v9(2) value 0.
       01 ws-fold-capacity pic s9(6) value 500.
       01 ws-fold-index pic s9(6).
       01 ws-fold-save-line pic s9(6).
       01 fold-table.
           02 fold-key pic x(86) occurs 500 times.

      *> checkpoint/restart for large batch runs - a checkpoint is
      *> taken every ws-checkpoint-interval input records so a rerun
      *> against the same file can skip what was already processed
      *> OF CONTROL verdict goes in the report, and the program
      *> ends with a distinct nonzero return code on a violation so
      *> the night scheduler can page someone. return codes: 8 =
      *> out of control, 7 = duplicate delivery, 6 = trailer out
      *> of balance, highest wins across a batch
       01 ws-limits-filename pic x(256).
       01 ws-limits-status pic xx.
       01 ws-limits-eof-flag pic 9 value 0.
      *> OUTPUT-DIR (where the report/results/reject/checkpoint/
      *> history/outlier files are written instead of next to the
      *> input), DATA-LISTING (NO drops the data-values section
      *> from the report packet), OUTLIER-FACTOR, HISTOGRAM-BINS,
      *> REGRESSION-DEPENDENT (the csv column, by number or header
      *> name, the cross-column regressions take as y).
      *> a params file without an INPUT line still prompts, so the
      *> same options serve the interactive day-shift runs
       01 ws-param-filename pic x(256)
           02 filler pic x(2) value ": ".
           02 chd-name pic x(20).

      *> cross-column correlation and regression - once the last
      *> column pass of a csv run is done the file is read one more
      *> time with every column of a record taken together, so each
      *> pair of columns is measured over the very same records.
      *> pairing rule: a record enters the paired figures only when
      *> every column in it parses as a number - a field rejected in
      *> any one column drops that whole record out of every pair,
      *> so the matrix and the regressions all rest on one common n
      *> (the per-column Results sections still count the record's
      *> good fields as before). with a REGRESSION-DEPENDENT
      *> parameter (a column number or header name) that column is
      *> regressed on each of the others; without one, each later
      *> column is regressed on each earlier one
       01 ws-dependent-column-text pic x(72) value spaces.
       01 ws-dependent-column pic s9(4) value 0.
       01 ws-pair-eof-flag pic 9 value 0.
           88 pair-eof value 1.
       01 ws-pair-record-flag pic 9 value 0.
           88 pair-record-complete value 1.
       01 ws-pair-line-number pic s9(6) value 0.
       01 ws-pair-record-count pic s9(9) value 0.
       01 ws-pair-excluded-count pic s9(9) value 0.
       01 ws-pair-i pic s9(4).
       01 ws-pair-j pic s9(4).
       01 ws-pair-x pic s9(4).
       01 ws-pair-y pic s9(4).
       01 ws-pair-block-start pic s9(4).
       01 ws-pair-block-end pic s9(4).
       01 ws-pair-block-size pic s9(4) value 10.
       01 ws-pair-cell pic s9(4).
       01 ws-pair-label-column pic s9(4).
       01 ws-pair-read-flag pic 9 value 0.
           88 pair-file-read value 1.
       01 ws-pair-cross pic s9(16)v9(4).
       01 ws-pair-r pic s9(1)v9(6).
       01 pair-value-table.
           02 pair-value pic s9(6)v9(2) occurs 20 times.
       01 pair-column-table.
           02 pair-column-entry occurs 20 times.
               03 pcol-sum pic s9(12)v9(2).
               03 pcol-sum-of-squares pic s9(16)v9(4).
       01 pair-cross-table.
           02 pair-cross-row occurs 20 times.
               03 pair-cross-sum pic s9(16)v9(4)
                   occurs 20 times.
       01 pair-result-table.
           02 pair-result-row occurs 20 times.
               03 pair-result-entry occurs 20 times.
                   04 pair-r pic s9(1)v9(6).
                   04 pair-r-flag pic 9.
                       88 pair-r-defined value 1.
       01 ws-pair-sxx pic s9(18)v9(6).
       01 ws-pair-syy pic s9(18)v9(6).
       01 ws-pair-sxy pic s9(18)v9(6).
       01 ws-pair-slope pic s9(9)v9(6).
       01 ws-pair-intercept pic s9(9)v9(6).
       01 ws-pair-rsq pic s9(1)v9(6).
       01 ws-pair-slope-flag pic 9 value 0.
           88 pair-slope-defined value 1.
       01 ws-pair-rsq-flag pic 9 value 0.
           88 pair-rsq-defined value 1.
       01 ws-pair-label pic x(22).
       01 ws-pair-col-number pic z9.
       01 ws-pair-count-line.
           02 pcl-label pic x(23).
           02 pcl-value pic -(9)9.
       01 ws-pair-r-edit pic -9.9(4).
       01 ws-matrix-heading-line.
           02 filler pic x(24) value spaces.
           02 mxh-cell pic x(9) occurs 10 times.
       01 ws-matrix-line.
           02 filler pic x(1) value space.
           02 mxl-label pic x(22).
           02 filler pic x(1) value space.
           02 mxl-cell pic x(9) occurs 10 times.
       01 ws-regression-heading-line.
           02 filler pic x(1) value space.
           02 filler pic x(22) value "dependent (y)".
           02 filler pic x(4) value spaces.
           02 filler pic x(22) value "explanatory (x)".
           02 filler pic x(9) value "        n".
           02 filler pic x(15) value "          slope".
           02 filler pic x(15) value "      intercept".
           02 filler pic x(8) value "    r-sq".
       01 ws-regression-line.
           02 filler pic x(1) value space.
           02 rgn-y-name pic x(22).
           02 filler pic x(4) value " on ".
           02 rgn-x-name pic x(22).
           02 rgn-count pic z(8)9.
           02 filler pic x(1) value space.
           02 rgn-slope pic x(14).
           02 filler pic x(1) value space.
           02 rgn-intercept pic x(14).
           02 filler pic x(2) value spaces.
           02 rgn-rsq pic x(6).
       01 ws-rgn-number-edit pic -(8)9.9(4).
       01 ws-rgn-rsq-edit pic 9.9(4).
       01 ws-exp-pair-count pic -(9)9.
       01 ws-exp-pair-r pic -9.9(6).
       01 ws-exp-pair-slope pic -(9)9.9(6).
       01 ws-exp-pair-intercept pic -(9)9.9(6).
       01 ws-exp-pair-rsq pic 9.9(6).
       01 ws-exp-pair-r-text pic x(12).
       01 ws-exp-pair-slope-text pic x(20).
       01 ws-exp-pair-intercept-text pic x(20).
       01 ws-exp-pair-rsq-text pic x(12).
       01 ws-exp-pair-x pic z9.
       01 ws-exp-pair-y pic z9.

      *> duplicate-delivery check - before a file is analyzed its
      *> raw content is fingerprinted: the records delivered, the
      *> byte length (each record's length plus its line end), a
      *> hash total (every character's collating position weighted
      *> by its column, summed over the file), and the first and
      *> last data records. a fingerprint matching one already on
      *> the file's _fingerprint.txt log is a re-send: the run is
      *> still reported so the operator sees what arrived, but it
      *> is marked DUPLICATE DELIVERY in the header, the batch
      *> summary, and the audit record, ends with return code 7,
      *> and its history append and results export are withheld so
      *> the trend and the repository never count it twice
       01 ws-fingerprint-filename pic x(256).
       01 ws-fingerprint-status pic xx.
       01 ws-fingerprint-eof-flag pic 9 value 0.
           88 fingerprint-eof value 1.
       01 ws-fingerprint-flag pic 9 value 0.
           88 fingerprint-taken value 1.
       01 ws-duplicate-flag pic 9 value 0.
           88 duplicate-delivery value 1.
       01 ws-fp-eof-flag pic 9 value 0.
           88 fp-input-eof value 1.
       01 ws-fp-record-count pic s9(9).
       01 ws-fp-byte-length pic s9(12).
       01 ws-fp-hash-total pic s9(15).
       01 ws-fp-first-record pic x(200).
       01 ws-fp-last-record pic x(200).
       01 ws-fp-record-length pic s9(4).
       01 ws-fp-char-index pic s9(4).
       01 ws-dup-prior-date pic 9(8).
       01 ws-dup-prior-time pic 9(6).
       01 ws-duplicate-return-code pic s9(4) value 7.

      *> period-to-date posting - the bucket being posted, what
      *> became of this run in it, and the measures worked back
      *> out of its accumulated sums for the report and export
       01 ws-period-status pic xx.
       01 ws-period-open-flag pic 9 value 0.
           88 period-file-open value 1.
       01 ws-period-found-flag pic 9 value 0.
           88 period-bucket-found value 1.
      *> P = posted, D = already posted, C = period closed
       01 ws-period-verdict pic x(1).
       01 ws-period-repost-flag pic 9 value 0.
           88 period-repost-seen value 1.
       01 ws-period-closed-flag pic 9 value 0.
           88 period-closed-seen value 1.
       01 ws-period-type pic x(1).
       01 ws-period-id pic x(6).
       01 ws-period-quarter pic 9(1).
       01 ws-period-run-stamp pic x(14).
       01 ws-period-last-stamp pic x(14).
       01 ws-period-mean pic s9(6)v9(2).
       01 ws-period-variance pic s9(10)v9(6).
       01 ws-period-stddev pic s9(6)v9(2).
       01 ws-period-geometric pic s9(6)v9(2).
       01 ws-period-harmonic pic s9(6)v9(2).
       01 ws-period-rms pic s9(6)v9(2).
       01 ws-exp-period-sum pic -(14)9.9(2).
       01 ws-exp-period-runs pic z(5)9.
       01 ws-exp-period-count pic -(11)9.
       01 ws-period-heading-line.
           02 filler pic x(3) value spaces.
           02 filler pic x(13) value "period".
           02 filler pic x(6) value "  runs".
           02 filler pic x(13) value "        count".
           02 filler pic x(19) value "                sum".
           02 filler pic x(11) value "       mean".
           02 filler pic x(11) value "    std dev".
           02 filler pic x(11) value "  geometric".
           02 filler pic x(11) value "   harmonic".
           02 filler pic x(11) value "        rms".
       01 ws-period-line.
           02 filler pic x(3) value spaces.
           02 pdl-label pic x(4).
           02 pdl-period pic x(9).
           02 pdl-runs pic z(5)9.
           02 pdl-count pic -(12)9.
           02 pdl-sum pic -(15)9.9(2).
           02 pdl-mean pic -(7)9.9(2).
           02 pdl-stddev pic -(7)9.9(2).
           02 pdl-geometric pic -(7)9.9(2).
           02 pdl-harmonic pic -(7)9.9(2).
           02 pdl-rms pic -(7)9.9(2).
           02 filler pic x(2) value spaces.
           02 pdl-note pic x(16).

      *> batch mode - a leading "@" on the entered name means "this
      *> is a control file of input filenames, one per line",
      *> rather than an input file itself
           else
               perform probe-input-format
           end-if
           perform take-delivery-fingerprint
           if csv-mode
               perform varying ws-csv-column from 1 by 1
                   until ws-csv-column > ws-csv-column-count
                   perform process-one-series
               end-perform
               if ws-csv-column-count > 1
                   perform analyze-column-pairs
               end-if
           else
               move 0 to ws-csv-column
               perform process-one-series
           end-if
           if fingerprint-taken
               and not duplicate-delivery
               perform append-fingerprint
           end-if.

      *> one complete read/analyze/report cycle over a single data
                   move 6 to ws-max-return-code
               end-if
               if not csv-mode
                   and not duplicate-delivery
                   perform append-history
               end-if
               if dataset-registered
                   and not duplicate-delivery
                   perform post-period-accumulators
               end-if
           else
               display "no data values found in file."
           end-if
           if ws-fold-count > 0
               perform clear-folded-suspense
           end-if
           if duplicate-delivery
               if ws-file-return-code < ws-duplicate-return-code
                   move ws-duplicate-return-code
                       to ws-file-return-code
               end-if
               if ws-max-return-code < ws-duplicate-return-code
                   move ws-duplicate-return-code
                       to ws-max-return-code
               end-if
           end-if
      *> a pass that read its file to the end is finished with
      *> its checkpoint log - left behind, the next fresh run of
      *> this input would silently "resume" at end of file and
                       display "warning: bad parameter '"
                           function trim(param-record) "'"
                   end-if
               when "REGRESSION-DEPENDENT"
                   move function trim(ws-param-value-text)
                       to ws-dependent-column-text
               when other
                   display "warning: unknown parameter keyword '"
                       function trim(ws-param-keyword-text) "'"
      *> this file, and let process-batch move on to the next line
       read-data.
           move 0 to ws-data-count
           move 0 to ws-fold-count
           move 0 to ws-fold-sum
           open input input-file
           if ws-file-status not = "00"
               display "error: cannot open file '"
                   perform restore-checkpoint
               end-if
               perform open-reject-file
               if not duplicate-delivery
                   perform open-suspense-file
               end-if
               if resumed-from-checkpoint
                   perform skip-checkpointed-records
               end-if
               if not csv-mode
                   perform close-checkpoint-file
               end-if
               if suspense-file-open
                   perform fold-corrected-suspense
                   close suspense-file
                   move 0 to ws-suspense-open-flag
               end-if
           end-if.

      *> build the reject filename from the input filename and open
               move "-" to au-registered
           end-if
           move ws-file-return-code to au-return-code
           if fingerprint-taken
               if duplicate-delivery
                   move "D" to au-delivery
               else
                   move "F" to au-delivery
               end-if
           else
               move "-" to au-delivery
           end-if
           open extend audit-file
           if ws-audit-status not = "00"
               open output audit-file
               else
                   move "-" to bs-registered(ws-sum-count)
               end-if
               if fingerprint-taken
                   if duplicate-delivery
                       move "D" to bs-delivery(ws-sum-count)
                   else
                       move "F" to bs-delivery(ws-sum-count)
                   end-if
               else
                   move "-" to bs-delivery(ws-sum-count)
               end-if
               move ws-file-return-code
                   to bs-return-code(ws-sum-count)
           end-if.
               when other
                   move "-" to bdl-register
           end-evaluate
           evaluate bs-delivery(ws-sum-index)
               when "F"
                   move "new" to bdl-delivery
               when "D"
                   move "DUP" to bdl-delivery
               when other
                   move "-" to bdl-delivery
           end-evaluate
           move bs-return-code(ws-sum-index) to bdl-rc
           if bs-return-code(ws-sum-index) > 0
               or bs-balance(ws-sum-index) = "U"
               or bs-control(ws-sum-index) = "O"
               or bs-registered(ws-sum-index) = "N"
               or bs-delivery(ws-sum-index) = "D"
               or bs-valid-count(ws-sum-index) = 0
               move "<<<" to bdl-attention
           end-if
           move input-record to rr-content
           if ws-reject-status = "00"
               write reject-line from reject-record
           end-if
           if suspense-file-open
               perform write-suspense-entry
           end-if.

      *> auto-detect format: if no decimal point, divide by 100;
                   perform emit-line
               end-if
           end-if
           if duplicate-delivery
               perform display-duplicate-verdict
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move " " to ws-line-text
               move ws-count-line to ws-line-text
               perform emit-line
           end-if
           if ws-fold-count > 0
               move "   Suspense folded   = " to cl-label
               move ws-fold-count to cl-value
               move ws-count-line to ws-line-text
               perform emit-line
               move "   (corrected suspense items from earlier" to
                   ws-line-text
               perform emit-line
               move "    runs are included in the results)" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           perform write-results-export
      *> sees a hole rather than a stale or zero value
       write-results-export.
           if ws-export-status = "00"
               and not duplicate-delivery
               move ws-valid-record-count to ws-exp-valid-count
               move ws-total-weight to ws-exp-total-weight
               move ws-reject-count to ws-exp-reject-count
      *> display-category-subtotals computes each row's measures
       write-category-export.
           if ws-export-status = "00"
               and not duplicate-delivery
               if csv-mode
                   move ws-csv-column to ws-exp-column
               else
           perform emit-line
           compute ws-received-records =
               ws-valid-record-count + ws-reject-count
               - ws-fold-count
           move "   Expected records  = " to dcl-label
           move ws-trailer-count to dcl-value
           move ws-delta-count-line to ws-line-text
           if ws-trailer-count not = ws-received-records
               set run-unreliable to true
           end-if
           if ws-fold-count > 0
               move "   (folded suspense items are left out" to
                   ws-line-text
               perform emit-line
               move "    of the received figures)" to ws-line-text
               perform emit-line
           end-if
           if csv-mode
               move "   (hash total not checked on a" to
                   ws-line-text
               move ws-trailer-hash to rl-value
               move ws-results-line to ws-line-text
               perform emit-line
               compute ws-hash-difference =
                   ws-sum-of-values - ws-fold-sum
               move "   Received sum      = " to rl-label
               move ws-hash-difference to rl-value
               move ws-results-line to ws-line-text
               perform emit-line
               if ws-trailer-hash not = ws-hash-difference
                   set run-unreliable to true
                   compute ws-hash-difference =
                       ws-hash-difference - ws-trailer-hash
                   move "   Sum difference    = " to rl-label
                   move ws-hash-difference to rl-value
                   move ws-results-line to ws-line-text
           perform emit-line
           move "===============================" to ws-line-text
           perform emit-line.

      *> the cross-column section for a multi-column csv run: one
      *> more read of the file with every column of a record taken
      *> together, then the correlation matrix and the least-squares
      *> lines on their own page after the last column's sections,
      *> with matching CORRELATION and REGRESSION export records
       analyze-column-pairs.
           perform resolve-dependent-column
           perform accumulate-column-pairs
           if pair-file-read
               perform calculate-correlation-matrix
               perform display-column-pairs
           end-if.

      *> the REGRESSION-DEPENDENT parameter names its column by
      *> number or by header name; one that is not in this file
      *> falls back to regressing every pair, with a warning
       resolve-dependent-column.
           move 0 to ws-dependent-column
           if ws-dependent-column-text not = spaces
               if function test-numval(
                   function trim(ws-dependent-column-text)) = 0
                   if function numval(ws-dependent-column-text)
                       >= 1
                       and function numval(ws-dependent-column-text)
                       <= ws-csv-column-count
                       compute ws-dependent-column =
                           function numval(ws-dependent-column-text)
                   end-if
               else
                   perform varying ws-pair-i from 1 by 1
                       until ws-pair-i > ws-csv-column-count
                       if csv-column-name(ws-pair-i) =
                           ws-dependent-column-text
                           move ws-pair-i to ws-dependent-column
                           exit perform
                       end-if
                   end-perform
               end-if
               if ws-dependent-column = 0
                   display "warning: regression dependent column '"
                       function trim(ws-dependent-column-text)
                       "' not found in '" function trim(ws-filename)
                       "' - every pair regressed"
               end-if
           end-if.

      *> clear the paired sums and read the file through once,
      *> folding every complete record into them
       accumulate-column-pairs.
           move 0 to ws-pair-record-count
           move 0 to ws-pair-excluded-count
           move 0 to ws-pair-line-number
           move 0 to ws-pair-eof-flag
           move 0 to ws-pair-read-flag
           perform varying ws-pair-i from 1 by 1
               until ws-pair-i > ws-csv-column-count
               move 0 to pcol-sum(ws-pair-i)
               move 0 to pcol-sum-of-squares(ws-pair-i)
               perform varying ws-pair-j from 1 by 1
                   until ws-pair-j > ws-csv-column-count
                   move 0 to pair-cross-sum(ws-pair-i, ws-pair-j)
               end-perform
           end-perform
           open input input-file
           if ws-file-status not = "00"
               display "warning: cannot reopen '"
                   function trim(ws-filename)
                   "' - no cross-column section"
           else
               set pair-file-read to true
               perform until pair-eof
                   read input-file
                       at end
                           set pair-eof to true
                       not at end
                           add 1 to ws-pair-line-number
                           perform pair-input-record
                   end-read
               end-perform
               close input-file
           end-if.

      *> one record of the paired pass - blank lines, the header
      *> row, and the trailer carry no pairs; any other record is
      *> taken only when every one of its columns is a number, and
      *> is otherwise counted as excluded from the paired figures
       pair-input-record.
           if input-record = spaces
               or input-record(1:8) = "TRAILER:"
               or (csv-header-present
                   and ws-pair-line-number = ws-csv-header-line)
               continue
           else
               move input-record to ws-value-record
               set pair-record-complete to true
               perform varying ws-csv-field-index from 1 by 1
                   until ws-csv-field-index > ws-csv-column-count
                   perform extract-csv-field
                   if function test-numval(
                       function trim(ws-csv-field-text)) not = 0
                       move 0 to ws-pair-record-flag
                       exit perform
                   end-if
                   perform convert-pair-value
               end-perform
               if pair-record-complete
                   perform accumulate-pair-record
               else
                   add 1 to ws-pair-excluded-count
               end-if
           end-if.

      *> the same no-decimal-point-means-cents rule store-single-
      *> value applies, so a pair is built from exactly the values
      *> the column sections reported
       convert-pair-value.
           move 0 to ws-decimal-count
           inspect ws-csv-field-text
               tallying ws-decimal-count
               for all "."
           if ws-decimal-count = 0
               compute pair-value(ws-csv-field-index) =
                   function numval(ws-csv-field-text) / 100
           else
               compute pair-value(ws-csv-field-index) =
                   function numval(ws-csv-field-text)
           end-if.

      *> per-column sums and sums of squares, and the cross
      *> products for every pair above the diagonal
       accumulate-pair-record.
           add 1 to ws-pair-record-count
           perform varying ws-pair-i from 1 by 1
               until ws-pair-i > ws-csv-column-count
               add pair-value(ws-pair-i) to pcol-sum(ws-pair-i)
               compute pcol-sum-of-squares(ws-pair-i) =
                   pcol-sum-of-squares(ws-pair-i) +
                   pair-value(ws-pair-i) ** 2
               compute ws-pair-x = ws-pair-i + 1
               perform varying ws-pair-j from ws-pair-x by 1
                   until ws-pair-j > ws-csv-column-count
                   compute pair-cross-sum(ws-pair-i, ws-pair-j) =
                       pair-cross-sum(ws-pair-i, ws-pair-j) +
                       pair-value(ws-pair-i) * pair-value(ws-pair-j)
               end-perform
           end-perform.

      *> the full correlation matrix, held for printing in column
      *> blocks and for the export - a column with no spread at all
      *> has no correlation with anything and shows as n/a
       calculate-correlation-matrix.
           perform varying ws-pair-i from 1 by 1
               until ws-pair-i > ws-csv-column-count
               perform varying ws-pair-j from 1 by 1
                   until ws-pair-j > ws-csv-column-count
                   move ws-pair-j to ws-pair-x
                   move ws-pair-i to ws-pair-y
                   perform calculate-one-pair
                   move 0 to pair-r(ws-pair-i, ws-pair-j)
                   move 0 to pair-r-flag(ws-pair-i, ws-pair-j)
                   if pair-rsq-defined
                       move ws-pair-r to pair-r(ws-pair-i, ws-pair-j)
                       set pair-r-defined(ws-pair-i, ws-pair-j)
                           to true
                   end-if
               end-perform
           end-perform.

      *> centered sums of squares and cross products for column
      *> ws-pair-y regressed on column ws-pair-x:
      *>   sxx = sum(x*x) - sum(x)**2/n, likewise syy and sxy
      *>   slope = sxy/sxx, intercept = (sum(y) - slope*sum(x))/n
      *>   r = sxy/sqrt(sxx*syy), r-squared = sxy**2/(sxx*syy)
      *> the slope needs spread in x, r and r-squared need spread
      *> in both; n under 2 defines nothing
       calculate-one-pair.
           move 0 to ws-pair-slope-flag
           move 0 to ws-pair-rsq-flag
           move 0 to ws-pair-slope
           move 0 to ws-pair-intercept
           move 0 to ws-pair-r
           move 0 to ws-pair-rsq
           evaluate true
               when ws-pair-x < ws-pair-y
                   move pair-cross-sum(ws-pair-x, ws-pair-y)
                       to ws-pair-cross
               when ws-pair-x > ws-pair-y
                   move pair-cross-sum(ws-pair-y, ws-pair-x)
                       to ws-pair-cross
               when other
                   move pcol-sum-of-squares(ws-pair-x)
                       to ws-pair-cross
           end-evaluate
           if ws-pair-record-count > 1
               compute ws-pair-sxx =
                   pcol-sum-of-squares(ws-pair-x) -
                   pcol-sum(ws-pair-x) ** 2 / ws-pair-record-count
               compute ws-pair-syy =
                   pcol-sum-of-squares(ws-pair-y) -
                   pcol-sum(ws-pair-y) ** 2 / ws-pair-record-count
               compute ws-pair-sxy =
                   ws-pair-cross -
                   pcol-sum(ws-pair-x) * pcol-sum(ws-pair-y)
                   / ws-pair-record-count
               if ws-pair-sxx > 0
                   set pair-slope-defined to true
                   compute ws-pair-slope rounded =
                       ws-pair-sxy / ws-pair-sxx
                   compute ws-pair-intercept rounded =
                       (pcol-sum(ws-pair-y) -
                       (ws-pair-sxy / ws-pair-sxx) *
                       pcol-sum(ws-pair-x)) / ws-pair-record-count
                   if ws-pair-syy > 0
                       set pair-rsq-defined to true
                       compute ws-pair-r rounded =
                           ws-pair-sxy /
                           (ws-pair-sxx * ws-pair-syy) ** 0.5
                       compute ws-pair-rsq rounded =
                           ws-pair-sxy ** 2 /
                           (ws-pair-sxx * ws-pair-syy)
                   end-if
               end-if
           end-if.

      *> the cross-column report section on a fresh page: the
      *> paired and excluded record counts, the correlation matrix
      *> in blocks of columns that fit the print line, and one
      *> least-squares line per regressed pair
       display-column-pairs.
           perform force-new-page
           if batch-mode
               if ws-toc-count >= ws-toc-capacity
                   set toc-table-exceeded to true
               else
                   add 1 to ws-toc-count
                   move spaces to toc-name(ws-toc-count)
                   string function trim(ws-filename)
                           " (cross-column)"
                       delimited by size
                       into toc-name(ws-toc-count)
                   end-string
                   compute toc-page(ws-toc-count) =
                       ws-report-page-number + 1
               end-if
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move "  Cross-Column Correlation" to ws-line-text
           perform emit-line
           if batch-mode
               move function trim(ws-filename) to fhl-filename
               move ws-file-header-line to ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move "   Paired records    = " to pcl-label
           move ws-pair-record-count to pcl-value
           move ws-pair-count-line to ws-line-text
           perform emit-line
           move "   Records excluded  = " to pcl-label
           move ws-pair-excluded-count to pcl-value
           move ws-pair-count-line to ws-line-text
           perform emit-line
           move "   (a record rejected in any one column is" to
               ws-line-text
           perform emit-line
           move "    left out of every pair)" to ws-line-text
           perform emit-line
           if ws-pair-record-count < 2
               move "   (fewer than 2 complete records - no" to
                   ws-line-text
               perform emit-line
               move "    paired figures)" to ws-line-text
               perform emit-line
           else
               move " " to ws-line-text
               perform emit-line
               move "   Correlation Matrix" to ws-line-text
               perform emit-line
               move "   ------------------" to ws-line-text
               perform emit-line
               move 1 to ws-pair-block-start
               perform until ws-pair-block-start >
                   ws-csv-column-count
                   compute ws-pair-block-end =
                       ws-pair-block-start + ws-pair-block-size - 1
                   if ws-pair-block-end > ws-csv-column-count
                       move ws-csv-column-count to ws-pair-block-end
                   end-if
                   perform display-matrix-block
                   compute ws-pair-block-start =
                       ws-pair-block-end + 1
               end-perform
               perform write-correlation-exports
               move " " to ws-line-text
               perform emit-line
               move "   Least-Squares Regression" to ws-line-text
               perform emit-line
               move "   ------------------------" to ws-line-text
               perform emit-line
               move ws-regression-heading-line to ws-line-text
               perform emit-line
               if ws-dependent-column > 0
                   move ws-dependent-column to ws-pair-y
                   perform varying ws-pair-x from 1 by 1
                       until ws-pair-x > ws-csv-column-count
                       if ws-pair-x not = ws-pair-y
                           perform display-regression-line
                       end-if
                   end-perform
               else
                   perform varying ws-pair-y from 2 by 1
                       until ws-pair-y > ws-csv-column-count
                       perform varying ws-pair-x from 1 by 1
                           until ws-pair-x >= ws-pair-y
                           perform display-regression-line
                       end-perform
                   end-perform
               end-if
           end-if
           move "===============================" to ws-line-text
           perform emit-line.

      *> one block of matrix columns ws-pair-block-start through
      *> ws-pair-block-end: a heading of column numbers, then one
      *> line per column of the file down the side
       display-matrix-block.
           move spaces to ws-matrix-heading-line
           perform varying ws-pair-j from ws-pair-block-start by 1
               until ws-pair-j > ws-pair-block-end
               compute ws-pair-cell =
                   ws-pair-j - ws-pair-block-start + 1
               move ws-pair-j to ws-pair-col-number
               string "   col " ws-pair-col-number
                   delimited by size into mxh-cell(ws-pair-cell)
               end-string
           end-perform
           move ws-matrix-heading-line to ws-line-text
           perform emit-line
           perform varying ws-pair-i from 1 by 1
               until ws-pair-i > ws-csv-column-count
               perform display-matrix-row
           end-perform.

       display-matrix-row.
           move spaces to ws-matrix-line
           move ws-pair-i to ws-pair-label-column
           perform build-pair-column-label
           move ws-pair-label to mxl-label
           perform varying ws-pair-j from ws-pair-block-start by 1
               until ws-pair-j > ws-pair-block-end
               compute ws-pair-cell =
                   ws-pair-j - ws-pair-block-start + 1
               if pair-r-defined(ws-pair-i, ws-pair-j)
                   move pair-r(ws-pair-i, ws-pair-j)
                       to ws-pair-r-edit
                   move ws-pair-r-edit
                       to mxl-cell(ws-pair-cell)(3:7)
               else
                   move "      n/a" to mxl-cell(ws-pair-cell)
               end-if
           end-perform
           move ws-matrix-line to ws-line-text
           perform emit-line.

      *> a column's label for the cross-column section - its
      *> number and header name, or just "col n" with no header
       build-pair-column-label.
           move ws-pair-label-column to ws-pair-col-number
           move spaces to ws-pair-label
           if csv-column-name(ws-pair-label-column) = spaces
               string "col " ws-pair-col-number
                   delimited by size into ws-pair-label
               end-string
           else
               string ws-pair-col-number " "
                       csv-column-name(ws-pair-label-column)
                   delimited by size into ws-pair-label
               end-string
           end-if.

      *> column ws-pair-y regressed on column ws-pair-x, printed
      *> and exported
       display-regression-line.
           perform calculate-one-pair
           move ws-pair-y to ws-pair-label-column
           perform build-pair-column-label
           move ws-pair-label to rgn-y-name
           move ws-pair-x to ws-pair-label-column
           perform build-pair-column-label
           move ws-pair-label to rgn-x-name
           move ws-pair-record-count to rgn-count
           if pair-slope-defined
               move ws-pair-slope to ws-rgn-number-edit
               move ws-rgn-number-edit to rgn-slope
               move ws-pair-intercept to ws-rgn-number-edit
               move ws-rgn-number-edit to rgn-intercept
           else
               move "           n/a" to rgn-slope
               move "           n/a" to rgn-intercept
           end-if
           if pair-rsq-defined
               move ws-pair-rsq to ws-rgn-rsq-edit
               move ws-rgn-rsq-edit to rgn-rsq
           else
               move "   n/a" to rgn-rsq
           end-if
           move ws-regression-line to ws-line-text
           perform emit-line
           perform write-regression-export.

      *> one delimited CORRELATION record per pair of columns,
      *> the coefficient left empty where it is undefined
       write-correlation-exports.
           if ws-export-status = "00"
               and not duplicate-delivery
               move ws-pair-record-count to ws-exp-pair-count
               perform varying ws-pair-j from 2 by 1
                   until ws-pair-j > ws-csv-column-count
                   perform varying ws-pair-i from 1 by 1
                       until ws-pair-i >= ws-pair-j
                       perform write-correlation-export
                   end-perform
               end-perform
           end-if.

       write-correlation-export.
           if pair-r-defined(ws-pair-i, ws-pair-j)
               move pair-r(ws-pair-i, ws-pair-j) to ws-exp-pair-r
               move ws-exp-pair-r to ws-exp-pair-r-text
           else
               move spaces to ws-exp-pair-r-text
           end-if
           move ws-pair-i to ws-exp-pair-x
           move ws-pair-j to ws-exp-pair-y
           move spaces to export-line
           string "CORRELATION,"
                   function trim(ws-filename) ","
                   ws-cd-year ws-cd-month ws-cd-day ","
                   ws-ct-hour ws-ct-minute ws-ct-second ","
                   function trim(ws-exp-pair-x) ","
                   function trim(ws-exp-pair-y) ","
                   function trim(ws-exp-pair-count) ","
                   function trim(ws-exp-pair-r-text)
               delimited by size into export-line
           end-string
           write export-line.

      *> one delimited REGRESSION record per regressed pair - the
      *> dependent column first, then the explanatory one
       write-regression-export.
           if ws-export-status = "00"
               and not duplicate-delivery
               move ws-pair-record-count to ws-exp-pair-count
               if pair-slope-defined
                   move ws-pair-slope to ws-exp-pair-slope
                   move ws-exp-pair-slope to ws-exp-pair-slope-text
                   move ws-pair-intercept to ws-exp-pair-intercept
                   move ws-exp-pair-intercept
                       to ws-exp-pair-intercept-text
               else
                   move spaces to ws-exp-pair-slope-text
                   move spaces to ws-exp-pair-intercept-text
               end-if
               if pair-rsq-defined
                   move ws-pair-rsq to ws-exp-pair-rsq
                   move ws-exp-pair-rsq to ws-exp-pair-rsq-text
               else
                   move spaces to ws-exp-pair-rsq-text
               end-if
               move ws-pair-y to ws-exp-pair-y
               move ws-pair-x to ws-exp-pair-x
               move spaces to export-line
               string "REGRESSION,"
                       function trim(ws-filename) ","
                       ws-cd-year ws-cd-month ws-cd-day ","
                       ws-ct-hour ws-ct-minute ws-ct-second ","
                       function trim(ws-exp-pair-y) ","
                       function trim(ws-exp-pair-x) ","
                       function trim(ws-exp-pair-count) ","
                       function trim(ws-exp-pair-slope-text) ","
                       function trim(ws-exp-pair-intercept-text) ","
                       function trim(ws-exp-pair-rsq-text)
                   delimited by size into export-line
               end-string
               write export-line
           end-if.

      *> fingerprint the file as delivered - one raw pass ahead of
      *> any parsing, so the same content is recognized whatever
      *> its format, layout, or columns - and check it against the
      *> deliveries already on this file's fingerprint log. an
      *> empty file carries no content to recognize and is never
      *> called a duplicate
       take-delivery-fingerprint.
           move 0 to ws-fingerprint-flag
           move 0 to ws-duplicate-flag
           move 0 to ws-fp-eof-flag
           move 0 to ws-fp-record-count
           move 0 to ws-fp-byte-length
           move 0 to ws-fp-hash-total
           move spaces to ws-fp-first-record
           move spaces to ws-fp-last-record
           open input input-file
           if ws-file-status = "00"
               perform until fp-input-eof
                   read input-file
                       at end
                           set fp-input-eof to true
                       not at end
                           perform fingerprint-one-record
                   end-read
               end-perform
               close input-file
               if ws-fp-record-count > 0
                   set fingerprint-taken to true
               end-if
           end-if
           if fingerprint-taken
               perform check-prior-fingerprints
           end-if.

      *> fold one delivered record into the fingerprint - its
      *> length and line end into the byte count, each character
      *> into the hash total weighted by its column so transposed
      *> characters still change the total
       fingerprint-one-record.
           add 1 to ws-fp-record-count
           if input-record = spaces
               move 0 to ws-fp-record-length
           else
               compute ws-fp-record-length = function length(
                   function trim(input-record, trailing))
               if ws-fp-first-record = spaces
                   move input-record to ws-fp-first-record
               end-if
               move input-record to ws-fp-last-record
           end-if
           compute ws-fp-byte-length =
               ws-fp-byte-length + ws-fp-record-length + 1
           perform varying ws-fp-char-index from 1 by 1
               until ws-fp-char-index > ws-fp-record-length
               compute ws-fp-hash-total = ws-fp-hash-total +
                   function ord(input-record(ws-fp-char-index:1))
                   * ws-fp-char-index
           end-perform.

      *> one fingerprint log per input file, the same naming
      *> pattern as the history log; a delivery matching any prior
      *> entry on every count, the hash total, and both end records
      *> is a re-send of that earlier delivery
       check-prior-fingerprints.
           move "_fingerprint.txt" to ws-name-suffix
           perform build-output-filename
           move ws-built-filename to ws-fingerprint-filename
           move 0 to ws-fingerprint-eof-flag
           open input fingerprint-file
           if ws-fingerprint-status = "00"
               perform until fingerprint-eof
                   read fingerprint-file
                       at end
                           set fingerprint-eof to true
                       not at end
                           if fp-record-count = ws-fp-record-count
                               and fp-byte-length =
                               ws-fp-byte-length
                               and fp-hash-total = ws-fp-hash-total
                               and fp-first-record =
                               ws-fp-first-record
                               and fp-last-record =
                               ws-fp-last-record
                               set duplicate-delivery to true
                               move fp-run-date to ws-dup-prior-date
                               move fp-run-time to ws-dup-prior-time
                               set fingerprint-eof to true
                           end-if
                   end-read
               end-perform
               close fingerprint-file
           end-if
           if duplicate-delivery
               display "warning: '" function trim(ws-filename)
                   "' matches the delivery run "
                   ws-dup-prior-date " " ws-dup-prior-time
                   " - duplicate delivery"
           end-if.

      *> record a new delivery's fingerprint once its run is done,
      *> starting the log (and noting it on the manifest) the first
      *> time this file is seen
       append-fingerprint.
           move ws-current-date to fp-run-date
           move ws-current-time(1:6) to fp-run-time
           move ws-fp-record-count to fp-record-count
           move ws-fp-byte-length to fp-byte-length
           move ws-fp-hash-total to fp-hash-total
           move ws-fp-first-record to fp-first-record
           move ws-fp-last-record to fp-last-record
           open extend fingerprint-file
           if ws-fingerprint-status not = "00"
               open output fingerprint-file
               if ws-fingerprint-status = "00"
                   move "FINGERPRNT" to ws-wf-class
                   move ws-fingerprint-filename to ws-wf-name
                   perform note-work-file
               end-if
           end-if
           if ws-fingerprint-status not = "00"
               display "warning: cannot open fingerprint log '"
                   function trim(ws-fingerprint-filename) "'"
           else
               write fingerprint-record
               close fingerprint-file
           end-if.

      *> the report header's verdict for a re-sent file, naming
      *> the earlier run whose delivery it repeats
       display-duplicate-verdict.
           move "   *** DUPLICATE DELIVERY - SAME CONTENT AS" to
               ws-line-text
           perform emit-line
           move spaces to ws-line-text
           string "       THE DELIVERY RUN "
                   ws-dup-prior-date(1:4) "-"
                   ws-dup-prior-date(5:2) "-"
                   ws-dup-prior-date(7:2) " "
                   ws-dup-prior-time(1:2) ":"
                   ws-dup-prior-time(3:2) ":"
                   ws-dup-prior-time(5:2) " ***"
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move "   (history append and results export" to
               ws-line-text
           perform emit-line
           move "    withheld for this run)" to ws-line-text
           perform emit-line.

      *> open the suspense file for the read in progress, creating
      *> it the first time anything is rejected anywhere; a file
      *> that cannot be opened costs the suspense posting only, not
      *> the run
       open-suspense-file.
           move 0 to ws-suspense-open-flag
           move function trim(ws-filename) to ws-suspense-filename
           open i-o suspense-file
           if ws-suspense-status = "35"
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if
           if ws-suspense-status = "00"
               set suspense-file-open to true
           else
               display "warning: cannot open suspense file"
                   " (status " ws-suspense-status ")"
           end-if.

      *> post the record just rejected as an open suspense entry.
      *> a run resumed from a checkpoint re-reads the records
      *> after the last checkpoint, so one whose reject the failed
      *> attempt already posted - same line and column today, same
      *> content - is not posted a second time
       write-suspense-entry.
           move 0 to ws-suspense-held-flag
           perform build-suspense-entry
           if resumed-from-checkpoint
               move sp-key(1:80) to ws-suspense-held-key
               move sp-content to ws-suspense-held-content
               perform find-held-suspense-entry
               perform build-suspense-entry
           end-if
           if not suspense-already-held
               write suspense-record
                   invalid key
                       display "warning: cannot post suspense entry"
                           " for line " ws-line-number
                           " (status " ws-suspense-status ")"
               end-write
           end-if.

       build-suspense-entry.
           move spaces to suspense-record
           move ws-suspense-filename to sp-filename
           move ws-current-date to sp-run-date
           move ws-line-number to sp-line-number
           if csv-mode
               move ws-csv-column to sp-column
           else
               move 0 to sp-column
           end-if
           move "O" to sp-status
           move ws-current-time(1:6) to sp-run-time
           if dataset-registered
               move ws-dataset-owner to sp-owner
           end-if
           move input-record to sp-content
           move ws-current-date to sp-changed-date
           move ws-current-time(1:6) to sp-changed-time
           move 0 to sp-cleared-date
           move 0 to sp-cleared-time.

      *> every entry for this file, run date, line and column, in
      *> run-time order from the earliest
       find-held-suspense-entry.
           move 0 to sp-run-time
           move 0 to ws-suspense-eof-flag
           start suspense-file key not < sp-key
               invalid key
                   set suspense-eof to true
           end-start
           perform until suspense-eof or suspense-already-held
               read suspense-file next record
                   at end
                       set suspense-eof to true
                   not at end
                       if sp-key(1:80) not = ws-suspense-held-key
                           set suspense-eof to true
                       else
                           if sp-content = ws-suspense-held-content
                               set suspense-already-held to true
                           end-if
                       end-if
               end-read
           end-perform.

      *> fold every corrected suspense entry for this file and
      *> column into the running sums and the data array, exactly
      *> as if the record had arrived with its corrected value. the
      *> corrected value is taken at face value, as keyed
       fold-corrected-suspense.
           move ws-line-number to ws-fold-save-line
           move 0 to ws-suspense-eof-flag
           move spaces to sp-key
           move ws-suspense-filename to sp-filename
           move 0 to sp-run-date
           move 0 to sp-line-number
           move 0 to sp-column
           move 0 to sp-run-time
           start suspense-file key not < sp-key
               invalid key
                   set suspense-eof to true
           end-start
           perform until suspense-eof
               read suspense-file next record
                   at end
                       set suspense-eof to true
                   not at end
                       if sp-filename not = ws-suspense-filename
                           set suspense-eof to true
                       else
                           perform fold-one-suspense-entry
                       end-if
               end-read
           end-perform
           move ws-fold-save-line to ws-line-number.

       fold-one-suspense-entry.
           if sp-status = "C"
               and ((csv-mode and sp-column = ws-csv-column)
                   or (not csv-mode and sp-column = 0))
               and ws-fold-count < ws-fold-capacity
               and function test-numval(
                   function trim(sp-corrected-value)) = 0
               compute ws-current-value =
                   function numval(sp-corrected-value)
               move 1 to ws-current-freq
               if csv-mode
                   move spaces to ws-category-code
               else
                   move sp-category to ws-category-code
               end-if
               move sp-line-number to ws-line-number
               add ws-current-freq to ws-total-weight
               perform accumulate-running-sums
               perform store-into-data-array
               add 1 to ws-fold-count
               add ws-current-value to ws-fold-sum
               move sp-key to fold-key(ws-fold-count)
           end-if.

      *> the series is finished and its results are on record, so
      *> the entries folded into it are marked cleared
       clear-folded-suspense.
           open i-o suspense-file
           if ws-suspense-status not = "00"
               display "warning: cannot open suspense file"
                   " (status " ws-suspense-status ")"
                   " - folded entries not cleared"
           else
               perform varying ws-fold-index from 1 by 1
                   until ws-fold-index > ws-fold-count
                   move fold-key(ws-fold-index) to sp-key
                   read suspense-file
                       invalid key
                           continue
                       not invalid key
                           if sp-status = "C"
                               move "X" to sp-status
                               move ws-current-date
                                   to sp-cleared-date
                               move ws-current-time(1:6)
                                   to sp-cleared-time
                               rewrite suspense-record
                                   invalid key
                                       display "warning: cannot"
                                           " clear suspense entry"
                               end-rewrite
                           end-if
                   end-read
               end-perform
               close suspense-file
           end-if.

      *> fold this run's running sums into the dataset's month-,
      *> quarter- and year-to-date buckets, then print the
      *> Period-to-Date section off the buckets as they now stand
      *> and export one PERIOD record per bucket. a file that
      *> cannot be opened costs the posting only, not the run
       post-period-accumulators.
           move 0 to ws-period-open-flag
           move 0 to ws-period-repost-flag
           move 0 to ws-period-closed-flag
           open i-o period-file
           if ws-period-status = "35"
               open output period-file
               close period-file
               open i-o period-file
           end-if
           if ws-period-status = "00"
               set period-file-open to true
           else
               display "warning: cannot open period accumulators"
                   " (status " ws-period-status ")"
           end-if
           if period-file-open
               perform display-period-header
               move ws-period-heading-line to ws-line-text
               perform emit-line
               move "M" to ws-period-type
               move ws-cd-year to ws-period-id(1:4)
               move ws-cd-month to ws-period-id(5:2)
               perform post-one-period
               move "Q" to ws-period-type
               compute ws-period-quarter = (ws-cd-month + 2) / 3
               move spaces to ws-period-id
               string ws-cd-year "Q" ws-period-quarter
                   delimited by size into ws-period-id
               end-string
               perform post-one-period
               move "Y" to ws-period-type
               move spaces to ws-period-id
               move ws-cd-year to ws-period-id(1:4)
               perform post-one-period
               close period-file
               if period-repost-seen
                   move "   (this run was already posted - not" to
                       ws-line-text
                   perform emit-line
                   move "    added to those periods again)" to
                       ws-line-text
                   perform emit-line
               end-if
               if period-closed-seen
                   move "   (a period marked closed has been" to
                       ws-line-text
                   perform emit-line
                   move "    frozen by statperclose - this run" to
                       ws-line-text
                   perform emit-line
                   move "    is not added to it)" to ws-line-text
                   perform emit-line
               end-if
               move "===============================" to ws-line-text
               perform emit-line
           end-if.

      *> the Period-to-Date page opens like the file's own
      *> sections, so each file's - and in a csv run each
      *> column's - period page can be told apart in the packet
       display-period-header.
           perform force-new-page
           if batch-mode
               if ws-toc-count >= ws-toc-capacity
                   set toc-table-exceeded to true
               else
                   add 1 to ws-toc-count
                   move spaces to toc-name(ws-toc-count)
                   if csv-mode
                       move ws-csv-column to ws-toc-col-number
                       string function trim(ws-filename)
                               " (col " ws-toc-col-number
                               " period-to-date)"
                           delimited by size
                           into toc-name(ws-toc-count)
                       end-string
                   else
                       string function trim(ws-filename)
                               " (period-to-date)"
                           delimited by size
                           into toc-name(ws-toc-count)
                       end-string
                   end-if
                   compute toc-page(ws-toc-count) =
                       ws-report-page-number + 1
               end-if
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move "  Period-to-Date" to ws-line-text
           perform emit-line
           if batch-mode
               move function trim(ws-filename) to fhl-filename
               move ws-file-header-line to ws-line-text
               perform emit-line
           end-if
           if csv-mode
               move ws-csv-column to chd-number
               move csv-column-name(ws-csv-column) to chd-name
               move ws-column-header-line to ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.

      *> post to one bucket, creating it on this dataset's first
      *> run of the period. a run whose date/time is not later
      *> than the last one posted, or whose delivery fingerprint
      *> matches it, has been posted already
       post-one-period.
           move spaces to period-record
           move function trim(ws-filename) to pa-filename
           if csv-mode
               move ws-csv-column to pa-column
           else
               move 0 to pa-column
           end-if
           move ws-period-type to pa-period-type
           move ws-period-id to pa-period-id
           move 0 to ws-period-found-flag
           read period-file
               invalid key
                   continue
               not invalid key
                   set period-bucket-found to true
           end-read
           if not period-bucket-found
               perform start-period-bucket
           end-if
           move spaces to ws-period-run-stamp
           string ws-cd-year ws-cd-month ws-cd-day
                   ws-ct-hour ws-ct-minute ws-ct-second
               delimited by size into ws-period-run-stamp
           end-string
           move spaces to ws-period-last-stamp
           string pa-last-run-date pa-last-run-time
               delimited by size into ws-period-last-stamp
           end-string
           evaluate true
               when pa-status = "C"
                   move "C" to ws-period-verdict
                   set period-closed-seen to true
               when pa-run-count > 0
                   and ws-period-run-stamp <= ws-period-last-stamp
                   move "D" to ws-period-verdict
                   set period-repost-seen to true
               when pa-run-count > 0
                   and fingerprint-taken
                   and pa-last-fp-count = ws-fp-record-count
                   and pa-last-fp-bytes = ws-fp-byte-length
                   and pa-last-fp-hash = ws-fp-hash-total
                   move "D" to ws-period-verdict
                   set period-repost-seen to true
               when other
                   move "P" to ws-period-verdict
                   perform add-run-to-period
           end-evaluate
           perform calculate-period-measures
           perform display-period-line
           perform write-period-export.

       start-period-bucket.
           move "O" to pa-status
           move 0 to pa-run-count
           move 0 to pa-record-count
           move 0 to pa-reject-count
           move 0 to pa-total-weight
           move 0 to pa-positive-weight
           move 0 to pa-sum-of-values
           move 0 to pa-sum-of-squares
           move 0 to pa-sum-of-logarithms
           move 0 to pa-sum-of-reciprocals
           move ws-current-date to pa-first-run-date
           move 0 to pa-last-run-date
           move 0 to pa-last-run-time
           move 0 to pa-last-fp-count
           move 0 to pa-last-fp-bytes
           move 0 to pa-last-fp-hash
           move spaces to pa-closed-by
           move 0 to pa-closed-date
           move 0 to pa-closed-time.

       add-run-to-period.
           add 1 to pa-run-count
           add ws-valid-record-count to pa-record-count
           add ws-reject-count to pa-reject-count
           add ws-total-weight to pa-total-weight
           add ws-positive-weight to pa-positive-weight
           add ws-sum-of-values to pa-sum-of-values
           add ws-sum-of-squares to pa-sum-of-squares
           add ws-sum-of-logarithms to pa-sum-of-logarithms
           add ws-sum-of-reciprocals to pa-sum-of-reciprocals
           move ws-current-date to pa-last-run-date
           move ws-current-time(1:6) to pa-last-run-time
           if fingerprint-taken
               move ws-fp-record-count to pa-last-fp-count
               move ws-fp-byte-length to pa-last-fp-bytes
               move ws-fp-hash-total to pa-last-fp-hash
           else
               move 0 to pa-last-fp-count
               move 0 to pa-last-fp-bytes
               move 0 to pa-last-fp-hash
           end-if
           if period-bucket-found
               rewrite period-record
                   invalid key
                       display "warning: cannot update period "
                           ws-period-id " (status "
                           ws-period-status ")"
               end-rewrite
           else
               write period-record
                   invalid key
                       display "warning: cannot add period "
                           ws-period-id " (status "
                           ws-period-status ")"
               end-write
           end-if.

      *> the same formulas as calculate-mean through
      *> calculate-root-mean-square, over the bucket's sums
       calculate-period-measures.
           move 0 to ws-period-mean
           move 0 to ws-period-stddev
           move 0 to ws-period-geometric
           move 0 to ws-period-harmonic
           move 0 to ws-period-rms
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
               compute ws-period-rms rounded =
                   (pa-sum-of-squares / pa-total-weight) ** 0.5
           end-if
           if pa-positive-weight > 0
               compute ws-period-geometric rounded =
                   function exp(
                   pa-sum-of-logarithms / pa-positive-weight)
               compute ws-period-harmonic rounded =
                   pa-positive-weight / pa-sum-of-reciprocals
           end-if.

       display-period-line.
           move spaces to ws-period-line
           evaluate ws-period-type
               when "M"
                   move "MTD" to pdl-label
                   string ws-period-id(1:4) "-" ws-period-id(5:2)
                       delimited by size into pdl-period
                   end-string
               when "Q"
                   move "QTD" to pdl-label
                   string ws-period-id(1:4) "-" ws-period-id(5:2)
                       delimited by size into pdl-period
                   end-string
               when other
                   move "YTD" to pdl-label
                   move ws-period-id(1:4) to pdl-period
           end-evaluate
           move pa-run-count to pdl-runs
           move pa-total-weight to pdl-count
           move pa-sum-of-values to pdl-sum
           move ws-period-mean to pdl-mean
           move ws-period-stddev to pdl-stddev
           move ws-period-geometric to pdl-geometric
           move ws-period-harmonic to pdl-harmonic
           move ws-period-rms to pdl-rms
           evaluate ws-period-verdict
               when "D"
                   move "already posted" to pdl-note
               when "C"
                   move "CLOSED" to pdl-note
               when other
                   move spaces to pdl-note
           end-evaluate
           move ws-period-line to ws-line-text
           perform emit-line.

      *> one delimited PERIOD record per bucket, after the
      *> RESULTS record for the same series - the geometric and
      *> harmonic means are left empty with no positive value
       write-period-export.
           if ws-export-status = "00"
               move pa-run-count to ws-exp-period-runs
               move pa-record-count to ws-exp-valid-count
               move pa-total-weight to ws-exp-period-count
               move pa-sum-of-values to ws-exp-period-sum
               move ws-period-mean to ws-exp-mean
               move ws-period-stddev to ws-exp-stddev
               if pa-positive-weight > 0
                   move ws-period-geometric to ws-exp-geometric
                   move ws-exp-geometric to ws-exp-geo-text
                   move ws-period-harmonic to ws-exp-harmonic
                   move ws-exp-harmonic to ws-exp-harm-text
               else
                   move spaces to ws-exp-geo-text
                   move spaces to ws-exp-harm-text
               end-if
               move ws-period-rms to ws-exp-rms
               move pa-column to ws-exp-column
               move spaces to export-line
               string "PERIOD,"
                       function trim(ws-filename) ","
                       ws-cd-year ws-cd-month ws-cd-day ","
                       ws-ct-hour ws-ct-minute ws-ct-second ","
                       function trim(ws-exp-column) ","
                       ws-period-type ","
                       function trim(ws-period-id) ","
                       function trim(ws-exp-period-runs) ","
                       function trim(ws-exp-valid-count) ","
                       function trim(ws-exp-period-count) ","
                       function trim(ws-exp-period-sum) ","
                       function trim(ws-exp-mean) ","
                       function trim(ws-exp-stddev) ","
                       function trim(ws-exp-geo-text) ","
                       function trim(ws-exp-harm-text) ","
                       function trim(ws-exp-rms) ","
                       pa-status
                   delimited by size into export-line
               end-string
               write export-line
           end-if.
