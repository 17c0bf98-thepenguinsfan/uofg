      *> Luc Levesque
      *> 1238403
      *> statmstconv.cob
      *> one-off conversion of the dataset master to the record
      *> layout that carries the inter-feed balancing fields.
      *> rename the current statmeasure2_master.dat to
      *> statmeasure2_master_old.dat first, and this writes every
      *> entry back under the usual name with no balancing
      *> relationship (balance-to and measure blank, tolerance
      *> zero), ready for statdsmaint to fill in. refuses to run
      *> over a master already in the new layout
       identification division.
       program-id. statmstconv.

       environment division.
       input-output section.
       file-control.
           select old-master-file
               assign to "statmeasure2_master_old.dat"
               organization is indexed
               access mode is sequential
               record key is om-filename
               file status is ws-old-master-status.
           select master-file assign to "statmeasure2_master.dat"
               organization is indexed
               access mode is dynamic
               record key is ms-filename
               file status is ws-master-status.

       data division.
       file section.
      *> the master as it was before the balancing fields
       fd old-master-file.
       01 old-master-record.
           02 om-filename pic x(64).
           02 om-owner pic x(30).
           02 om-description pic x(60).
           02 om-frequency pic x(10).
           02 om-min-records pic 9(9).
           02 om-max-records pic 9(9).
           02 om-layout-name pic x(64).

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

       working-storage section.
       01 ws-old-master-status pic xx.
       01 ws-master-status pic xx.

       01 ws-old-master-eof-flag pic 9 value 0.
           88 old-master-eof value 1.

       01 ws-master-read-count pic s9(6) value 0.
       01 ws-master-written-count pic s9(6) value 0.
       01 ws-failed-count pic s9(6) value 0.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.

       procedure division.
       main-program.
           perform open-conversion-files
           perform convert-master
           close old-master-file
           close master-file
           perform display-conversion-totals
           if ws-failed-count > 0
               move 4 to return-code
           end-if
           stop run.

      *> the old master must have been renamed out of the way and
      *> the new one must not exist yet, so a second run cannot
      *> write over a master that has been maintained since
       open-conversion-files.
           open input old-master-file
           if ws-old-master-status not = "00"
               display "error: cannot open statmeasure2_master_old"
                   ".dat (status " ws-old-master-status ")"
               display "rename the current master to that name"
                   " first"
               move 12 to return-code
               stop run
           end-if
           open input master-file
           if ws-master-status not = "35"
               if ws-master-status = "00"
                   or ws-master-status = "39"
                   close master-file
               end-if
               display "error: statmeasure2_master.dat already"
                   " exists - nothing converted"
               close old-master-file
               move 12 to return-code
               stop run
           end-if
           open output master-file
           if ws-master-status not = "00"
               display "error: cannot create statmeasure2_master"
                   ".dat (status " ws-master-status ")"
               move 12 to return-code
               stop run
           end-if.

       convert-master.
           perform until old-master-eof
               read old-master-file next record
                   at end
                       set old-master-eof to true
                   not at end
                       add 1 to ws-master-read-count
                       perform convert-one-master-entry
               end-read
           end-perform.

       convert-one-master-entry.
           move om-filename to ms-filename
           move om-owner to ms-owner
           move om-description to ms-description
           move om-frequency to ms-frequency
           move om-min-records to ms-min-records
           move om-max-records to ms-max-records
           move om-layout-name to ms-layout-name
           move spaces to ms-balance-to
           move spaces to ms-balance-measure
           move 0 to ms-balance-tolerance
           write master-record
               invalid key
                   add 1 to ws-failed-count
                   display "warning: cannot write master entry '"
                       function trim(ms-filename) "' (status "
                       ws-master-status ")"
               not invalid key
                   add 1 to ws-master-written-count
           end-write.

       display-conversion-totals.
           display "==============================="
           display "  Dataset Master Conversion"
           display "==============================="
           move "   Master read       = " to cl-label
           move ws-master-read-count to cl-value
           display ws-count-line
           move "   Master written    = " to cl-label
           move ws-master-written-count to cl-value
           display ws-count-line
           move "   Not written       = " to cl-label
           move ws-failed-count to cl-value
           display ws-count-line
           display "===============================".
