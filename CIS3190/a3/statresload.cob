       01 ws-loaded-count pic s9(6) value 0.
       01 ws-replaced-count pic s9(6) value 0.
       01 ws-skipped-count pic s9(6) value 0.
       01 ws-passed-count pic s9(6) value 0.
       01 ws-count-display pic zzzzz9.

       procedure division.
           move ws-skipped-count to ws-count-display
           display function trim(ws-count-display)
               " records skipped"
           if ws-passed-count > 0
               move ws-passed-count to ws-count-display
               display function trim(ws-count-display)
                   " records passed over"
           end-if
           if ws-skipped-count > 0
               move 4 to return-code
           end-if

      *> split one export record on its commas and route it by the
      *> leading record type; anything malformed is counted and
      *> reported, and keeps the file from being deleted. the
      *> cross-column CORRELATION and REGRESSION records of a csv
      *> run and the PERIOD records of a registered dataset's
      *> period-to-date totals have no place on the repository
      *> and are passed over
       load-export-record.
           move spaces to ws-field-table
           unstring export-line delimited by ","
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
