               assign to ws-sweep-report-filename
               organization is line sequential
               file status is ws-sweep-report-status.
      *> where every archived file went, appended one line per
      *> move - statverify rebuilds the results repository from
      *> the exports it finds through here
           select archive-index
               assign to "statmeasure2_archive.txt"
               organization is line sequential
               file status is ws-archive-index-status.

       data division.
       file section.
       fd sweep-report-file.
       01 sweep-report-line pic x(133).

       fd archive-index.
       01 archive-index-record.
           02 ax-sweep-date pic 9(8).
           02 ax-run-date pic 9(8).
           02 ax-class pic x(10).
           02 ax-filename pic x(256).
           02 ax-archived-name pic x(256).

       working-storage section.
       01 ws-workfile-status pic xx.
       01 ws-param-status pic xx.
       01 ws-sweep-report-filename pic x(256).
       01 ws-sweep-report-status pic xx.
       01 ws-archive-index-status pic xx.
       01 ws-line-text pic x(133).

       01 ws-current-date.
                   move "A" to mf-disposition(ws-entry-index)
                   move "archived" to swl-verdict
                   perform emit-sweep-detail
                   perform note-archived-file
               else
                   add 1 to ws-failed-count
                   move "K" to mf-disposition(ws-entry-index)
               delimited by size into ws-new-name
           end-string.

      *> record the move on the archive index, the same
      *> extend-else-output append as the manifest itself
       note-archived-file.
           open extend archive-index
           if ws-archive-index-status not = "00"
               open output archive-index
           end-if
           if ws-archive-index-status not = "00"
               display "warning: cannot open archive index"
                   " (status " ws-archive-index-status ")"
           else
               move ws-today-date to ax-sweep-date
               move mf-date(ws-entry-index) to ax-run-date
               move mf-class(ws-entry-index) to ax-class
               move mf-filename(ws-entry-index) to ax-filename
               move ws-new-name to ax-archived-name
               write archive-index-record
               close archive-index
           end-if.

       emit-sweep-detail.
           move mf-class(ws-entry-index) to swl-class
           move function trim(mf-filename(ws-entry-index))
