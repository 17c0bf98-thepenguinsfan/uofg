      *> Luc Levesque
      *> 1238403
      *> statjobrun.cob
      *> nightly job-stream driver - runs the steps of the night's
      *> cycle in the order a job-stream definition file lists
      *> them, checks each return code against the step's limit,
      *> stops, skips the step's dependents, or carries on as the
      *> step says when the limit is exceeded, logs every step's
      *> start, end, and return code, and on a rerun after a
      *> failure picks up at the failed step instead of repeating
      *> the ones that already completed.
      *>
      *> definition file (statjobrun_jobs.txt unless JOBSTREAM in
      *> statjobrun_params.txt names another) - one step per line,
      *> comma-delimited, "*" in column 1 for a comment:
      *>     name,max-rc,action,depends,command
      *> action is STOP (end the stream), SKIP (skip every step
      *> that depends on this one, run the rest), or CONTINUE
      *> (treat as done and carry on); blank means STOP. depends
      *> names earlier steps, several joined with "+", and may be
      *> blank. the command is everything after the fourth comma,
      *> passed to the shell as written, e.g.
      *>     FEEDCHK,4,CONTINUE,,echo | ./statfeedchk
      *>     MEASURE,8,STOP,,./statmeasure2
      *>     RESLOAD,4,SKIP,MEASURE,./statresload
      *>     BALANCE,6,CONTINUE,RESLOAD,./statbalance
      *>     OPSUM,12,CONTINUE,MEASURE,echo | ./statopsum
      *>     HOUSEKEEP,4,STOP,RESLOAD,./stathousekeep
      *>
      *> overall return code: the highest code any step returned
      *> when every step ran (or was allowed to continue), 16 when
      *> the stream stopped or skipped steps and can be restarted,
      *> 12 when the definition file is missing or bad
       identification division.
       program-id. statjobrun.

       environment division.
       input-output section.
       file-control.
           select jobdef-file assign to ws-jobdef-filename
               organization is line sequential
               file status is ws-jobdef-status.
           select joblog-file
               assign to "statjobrun_log.txt"
               organization is line sequential
               file status is ws-joblog-status.
      *> optional run options, same keyword-line pattern as
      *> statmeasure2's parameter file
           select param-file
               assign to "statjobrun_params.txt"
               organization is line sequential
               file status is ws-param-status.
           select summary-file assign to ws-summary-filename
               organization is line sequential
               file status is ws-summary-status.

       data division.
       file section.
       fd jobdef-file.
       01 jobdef-record pic x(300).

      *> the job-run log - one record per step per attempt, framed
      *> by a *START* and an *END* record for the stream. a rerun
      *> reads it back to find the steps already done
       fd joblog-file.
       01 joblog-record.
           02 jl-stream-date pic 9(8).
           02 jl-stream-time pic 9(6).
           02 jl-step-name pic x(16).
      *> steps: C = completed, P = completed on an earlier attempt,
      *> W = over its limit but allowed to continue, F = failed,
      *> S = skipped (a step it depends on failed), N = not run
      *> (the stream stopped first). *START*: N = new stream,
      *> R = restart. *END*: C = complete, F = incomplete,
      *> A = abandoned (a later day's stream started afresh)
           02 jl-status pic x(1).
           02 jl-return-code pic 9(4).
           02 jl-max-rc pic 9(4).
           02 jl-start-date pic 9(8).
           02 jl-start-time pic 9(6).
           02 jl-end-date pic 9(8).
           02 jl-end-time pic 9(6).

       fd param-file.
       01 param-record pic x(256).

      *> this program's own summary report, timestamped the same
      *> way statmeasure2 names its packets
       fd summary-file.
       01 summary-line pic x(133).

       working-storage section.
       01 ws-jobdef-filename pic x(256)
           value "statjobrun_jobs.txt".
       01 ws-jobdef-status pic xx.
       01 ws-joblog-status pic xx.
       01 ws-param-status pic xx.
       01 ws-summary-filename pic x(256).
       01 ws-summary-status pic xx.
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

       01 ws-param-eof-flag pic 9 value 0.
           88 param-eof value 1.
       01 ws-param-keyword-text pic x(72).
       01 ws-param-value-text pic x(256).
      *> AUTO picks up an unfinished stream where it failed if it
      *> was started today - an older one is abandoned, so the
      *> night's own deliveries are not skipped as done; YES
      *> picks up the latest unfinished stream whatever its age;
      *> NO always starts the stream from the top
       01 ws-restart-mode pic x(4) value "AUTO".

       01 ws-jobdef-eof-flag pic 9 value 0.
           88 jobdef-eof value 1.
       01 ws-joblog-eof-flag pic 9 value 0.
           88 joblog-eof value 1.
       01 ws-definition-error-flag pic 9 value 0.
           88 definition-error value 1.
       01 ws-jobdef-line-number pic s9(4) value 0.
       01 ws-jobdef-pointer pic s9(4).
       01 ws-field-name pic x(20).
       01 ws-field-max-rc pic x(10).
       01 ws-field-action pic x(10).
       01 ws-field-depends pic x(100).
       01 ws-depends-pointer pic s9(4).
       01 ws-depends-name pic x(20).
       01 ws-line-number-display pic zzz9.

      *> the stream as defined, plus what happened to each step
       01 ws-step-count pic s9(4) value 0.
       01 ws-step-capacity pic s9(4) value 50.
       01 ws-step-index pic s9(4).
       01 ws-step-slot pic s9(4).
       01 ws-dep-index pic s9(4).
       01 step-table.
           02 step-entry occurs 50 times.
               03 st-name pic x(16).
               03 st-max-rc pic s9(4).
               03 st-action pic x(8).
               03 st-dep-count pic s9(4).
               03 st-dep-slot pic s9(4) occurs 5 times.
               03 st-command pic x(200).
               03 st-status pic x(1).
               03 st-return-code pic s9(4).
               03 st-start-date pic 9(8).
               03 st-start-time pic 9(6).
               03 st-end-date pic 9(8).
               03 st-end-time pic 9(6).

      *> restart state off the job-run log - the latest stream,
      *> whether it finished, and the steps it got done
       01 ws-last-stream-date pic 9(8) value 0.
       01 ws-last-stream-time pic 9(6) value 0.
       01 ws-last-end-status pic x(1) value space.
       01 ws-done-count pic s9(4) value 0.
       01 ws-done-index pic s9(4).
       01 done-table.
           02 done-name pic x(16) occurs 50 times.
       01 ws-restart-flag pic 9 value 0.
           88 restarting value 1.
       01 ws-abandoned-flag pic 9 value 0.
           88 stream-abandoned value 1.
       01 ws-abandoned-stamp pic x(19).
       01 ws-stream-date pic 9(8).
       01 ws-stream-time pic 9(6).

       01 ws-command pic x(201).
       01 ws-system-status pic s9(9) binary.
       01 ws-step-rc pic s9(4).
       01 ws-dependency-flag pic 9 value 0.
           88 dependency-failed value 1.
       01 ws-stopped-flag pic 9 value 0.
           88 stream-stopped value 1.
       01 ws-overall-rc pic s9(4) value 0.
       01 ws-incomplete-flag pic 9 value 0.
           88 stream-incomplete value 1.
       01 ws-ran-count pic s9(4) value 0.
       01 ws-completed-count pic s9(4) value 0.
       01 ws-earlier-count pic s9(4) value 0.
       01 ws-failed-count pic s9(4) value 0.
       01 ws-skipped-count pic s9(4) value 0.

       01 ws-count-line.
           02 cl-label pic x(23).
           02 cl-value pic -(5)9.
       01 ws-step-heading-line.
           02 filler pic x(1) value space.
           02 filler pic x(17) value "step".
           02 filler pic x(20) value "started".
           02 filler pic x(20) value "ended".
           02 filler pic x(6) value "    rc".
           02 filler pic x(6) value "   max".
           02 filler pic x(1) value space.
           02 filler pic x(9) value "action".
           02 filler pic x(20) value "status".
       01 ws-step-detail-line.
           02 filler pic x(1) value space.
           02 sdl-name pic x(16).
           02 filler pic x(1) value space.
           02 sdl-started pic x(19).
           02 filler pic x(1) value space.
           02 sdl-ended pic x(19).
           02 filler pic x(1) value space.
           02 sdl-rc pic x(5).
           02 filler pic x(1) value space.
           02 sdl-max pic zzzz9.
           02 filler pic x(2) value spaces.
           02 sdl-action pic x(8).
           02 filler pic x(1) value space.
           02 sdl-status pic x(20).
       01 ws-rc-display pic zzzz9.
       01 ws-stamp-date pic 9(8).
       01 ws-stamp-time pic 9(6).
       01 ws-stamp-text pic x(19).

       procedure division.
       main-program.
           perform read-parameter-file
           perform load-job-definition
           if definition-error
               display "job stream not run - fix the definition"
                   " file '" function trim(ws-jobdef-filename) "'"
               move 12 to return-code
               stop run
           end-if
           perform read-job-log
           perform decide-restart
           perform write-stream-start
           perform varying ws-step-index from 1 by 1
               until ws-step-index > ws-step-count
               perform run-one-step
           end-perform
           perform write-stream-end
           perform open-summary-file
           perform display-summary
           perform close-summary-file
           move ws-overall-rc to return-code
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
               when "JOBSTREAM"
                   move function trim(ws-param-value-text,
                       leading) to ws-jobdef-filename
               when "RESTART"
                   evaluate function upper-case(
                       function trim(ws-param-value-text))
                       when "AUTO"
                           move "AUTO" to ws-restart-mode
                       when "YES"
                           move "YES" to ws-restart-mode
                       when "NO"
                           move "NO" to ws-restart-mode
                       when other
                           display "warning: bad parameter '"
                               function trim(param-record) "'"
                   end-evaluate
               when other
                   display "warning: unknown parameter keyword '"
                       function trim(ws-param-keyword-text) "'"
           end-evaluate.

      *> read and check the whole definition before anything runs
      *> - a stream that would fall over on step 4's typo should
      *> not get as far as running steps 1 to 3
       load-job-definition.
           move 0 to ws-jobdef-eof-flag
           open input jobdef-file
           if ws-jobdef-status not = "00"
               display "error: cannot open job-stream definition '"
                   function trim(ws-jobdef-filename) "' (status "
                   ws-jobdef-status ")"
               set definition-error to true
           else
               perform until jobdef-eof
                   read jobdef-file
                       at end
                           set jobdef-eof to true
                       not at end
                           add 1 to ws-jobdef-line-number
                           if jobdef-record not = spaces
                               and jobdef-record(1:1) not = "*"
                               perform parse-job-step
                           end-if
                   end-read
               end-perform
               close jobdef-file
               if ws-step-count = 0 and not definition-error
                   display "error: no steps in the job-stream"
                       " definition"
                   set definition-error to true
               end-if
           end-if.

       parse-job-step.
           move ws-jobdef-line-number to ws-line-number-display
           if ws-step-count >= ws-step-capacity
               display "error: line "
                   function trim(ws-line-number-display)
                   " - more steps than the table holds"
               set definition-error to true
           else
               move spaces to ws-field-name
               move spaces to ws-field-max-rc
               move spaces to ws-field-action
               move spaces to ws-field-depends
               move 1 to ws-jobdef-pointer
               unstring jobdef-record delimited by ","
                   into ws-field-name ws-field-max-rc
                       ws-field-action ws-field-depends
                   with pointer ws-jobdef-pointer
               end-unstring
               add 1 to ws-step-count
               move ws-step-count to ws-step-slot
               move function upper-case(function trim(
                   ws-field-name)) to st-name(ws-step-slot)
               move spaces to st-command(ws-step-slot)
               if ws-jobdef-pointer <= 300
                   move jobdef-record(ws-jobdef-pointer:)
                       to st-command(ws-step-slot)
               end-if
               move space to st-status(ws-step-slot)
               move 0 to st-return-code(ws-step-slot)
               move 0 to st-start-date(ws-step-slot)
               move 0 to st-start-time(ws-step-slot)
               move 0 to st-end-date(ws-step-slot)
               move 0 to st-end-time(ws-step-slot)
               perform check-job-step
           end-if.

       check-job-step.
           if st-name(ws-step-slot) = spaces
               display "error: line "
                   function trim(ws-line-number-display)
                   " - step name required"
               set definition-error to true
           end-if
           perform varying ws-step-index from 1 by 1
               until ws-step-index >= ws-step-slot
               if st-name(ws-step-index) = st-name(ws-step-slot)
                   display "error: line "
                       function trim(ws-line-number-display)
                       " - step '" function trim(
                       st-name(ws-step-slot)) "' defined twice"
                   set definition-error to true
               end-if
           end-perform
           if function test-numval(function trim(ws-field-max-rc))
               = 0
               and function numval(ws-field-max-rc) >= 0
               and function numval(ws-field-max-rc) <= 9999
               compute st-max-rc(ws-step-slot) =
                   function numval(ws-field-max-rc)
           else
               display "error: line "
                   function trim(ws-line-number-display)
                   " - bad maximum return code '"
                   function trim(ws-field-max-rc) "'"
               set definition-error to true
           end-if
           evaluate function upper-case(function trim(
               ws-field-action))
               when spaces
               when "STOP"
                   move "STOP" to st-action(ws-step-slot)
               when "SKIP"
                   move "SKIP" to st-action(ws-step-slot)
               when "CONTINUE"
                   move "CONTINUE" to st-action(ws-step-slot)
               when other
                   display "error: line "
                       function trim(ws-line-number-display)
                       " - bad action '"
                       function trim(ws-field-action) "'"
                   set definition-error to true
           end-evaluate
           if st-command(ws-step-slot) = spaces
               display "error: line "
                   function trim(ws-line-number-display)
                   " - command required"
               set definition-error to true
           end-if
           perform resolve-step-depends.

      *> each name in the depends field must be a step defined
      *> earlier in the file - the stream runs top to bottom, so a
      *> later one could never have run yet
       resolve-step-depends.
           move 0 to st-dep-count(ws-step-slot)
           move 1 to ws-depends-pointer
           perform until ws-depends-pointer > 100
               move spaces to ws-depends-name
               unstring ws-field-depends delimited by "+"
                   into ws-depends-name
                   with pointer ws-depends-pointer
               end-unstring
               if ws-depends-name not = spaces
                   perform resolve-one-depend
               end-if
           end-perform.

       resolve-one-depend.
           move function upper-case(function trim(
               ws-depends-name)) to ws-depends-name
           move 0 to ws-dep-index
           perform varying ws-step-index from 1 by 1
               until ws-step-index >= ws-step-slot
               if st-name(ws-step-index) = ws-depends-name
                   move ws-step-index to ws-dep-index
               end-if
           end-perform
           if ws-dep-index = 0
               display "error: line "
                   function trim(ws-line-number-display)
                   " - depends on '" function trim(ws-depends-name)
                   "', which is not an earlier step"
               set definition-error to true
           else
               if st-dep-count(ws-step-slot) >= 5
                   display "error: line "
                       function trim(ws-line-number-display)
                       " - more than 5 dependencies"
                   set definition-error to true
               else
                   add 1 to st-dep-count(ws-step-slot)
                   move ws-dep-index to st-dep-slot(ws-step-slot,
                       st-dep-count(ws-step-slot))
               end-if
           end-if.

      *> fold the job-run log down to the latest stream: its id,
      *> how its last attempt ended, and every step it has
      *> completed across its attempts
       read-job-log.
           move 0 to ws-joblog-eof-flag
           open input joblog-file
           if ws-joblog-status = "00"
               perform until joblog-eof
                   read joblog-file
                       at end
                           set joblog-eof to true
                       not at end
                           perform note-job-log-record
                   end-read
               end-perform
               close joblog-file
           end-if.

       note-job-log-record.
           evaluate true
               when jl-step-name = "*START*"
                   if jl-stream-date not = ws-last-stream-date
                       or jl-stream-time not = ws-last-stream-time
                       move jl-stream-date to ws-last-stream-date
                       move jl-stream-time to ws-last-stream-time
                       move 0 to ws-done-count
                   end-if
                   move space to ws-last-end-status
               when jl-step-name = "*END*"
                   move jl-status to ws-last-end-status
               when jl-status = "C" or jl-status = "P"
                   or jl-status = "W"
                   if ws-done-count < 50
                       add 1 to ws-done-count
                       move jl-step-name to done-name(ws-done-count)
                   end-if
               when other
                   continue
           end-evaluate.

      *> a stream whose last attempt did not end complete (failed,
      *> or the driver itself went down mid-step) is picked up
      *> under its own id, with the steps it finished - or ran
      *> over their limit and were let continue - marked done.
      *> under AUTO only a stream started today is picked up; an
      *> older one is closed off as abandoned and the night's
      *> stream starts from the top
       decide-restart.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           if ws-restart-mode = "AUTO"
               and ws-last-stream-date not = 0
               and ws-last-end-status not = "C"
               and ws-last-end-status not = "A"
               and ws-last-stream-date not = ws-current-date
               perform abandon-earlier-stream
           end-if
           if ws-restart-mode not = "NO"
               and ws-last-stream-date not = 0
               and ws-last-end-status not = "C"
               and ws-last-end-status not = "A"
               set restarting to true
               move ws-last-stream-date to ws-stream-date
               move ws-last-stream-time to ws-stream-time
               perform varying ws-step-index from 1 by 1
                   until ws-step-index > ws-step-count
                   perform varying ws-done-index from 1 by 1
                       until ws-done-index > ws-done-count
                       if done-name(ws-done-index) =
                           st-name(ws-step-index)
                           move "P" to st-status(ws-step-index)
                       end-if
                   end-perform
               end-perform
               move ws-stream-date to ws-stamp-date
               move ws-stream-time to ws-stamp-time
               perform format-stamp
               display "restarting job stream of " ws-stamp-text
           else
               move ws-current-date to ws-stream-date
               move ws-current-time(1:6) to ws-stream-time
           end-if.

      *> the old stream gets an *END* of its own so the log shows
      *> it was given up on, and so no later run picks it up
       abandon-earlier-stream.
           set stream-abandoned to true
           move ws-last-stream-date to ws-stamp-date
           move ws-last-stream-time to ws-stamp-time
           perform format-stamp
           move ws-stamp-text to ws-abandoned-stamp
           display "job stream of " ws-abandoned-stamp
               " did not complete and is abandoned - starting"
               " a new stream (RESTART:YES resumes it instead)"
           move ws-last-stream-date to ws-stream-date
           move ws-last-stream-time to ws-stream-time
           move spaces to joblog-record
           move "*END*" to jl-step-name
           move "A" to jl-status
           move 0 to jl-return-code
           move 0 to jl-max-rc
           move 0 to jl-start-date
           move 0 to jl-start-time
           move ws-current-date to jl-end-date
           move ws-current-time(1:6) to jl-end-time
           perform append-job-log
           move "A" to ws-last-end-status.

       write-stream-start.
           move spaces to joblog-record
           move "*START*" to jl-step-name
           if restarting
               move "R" to jl-status
           else
               move "N" to jl-status
           end-if
           move 0 to jl-return-code
           move 0 to jl-max-rc
           move ws-current-date to jl-start-date
           move ws-current-time(1:6) to jl-start-time
           move 0 to jl-end-date
           move 0 to jl-end-time
           perform append-job-log.

      *> one step: done on an earlier attempt, not reached because
      *> the stream stopped, skipped because something it depends
      *> on failed, or run and judged against its limit
       run-one-step.
           evaluate true
               when st-status(ws-step-index) = "P"
                   add 1 to ws-earlier-count
                   display "step " function trim(
                       st-name(ws-step-index))
                       " - completed on an earlier attempt"
               when stream-stopped
                   move "N" to st-status(ws-step-index)
                   set stream-incomplete to true
               when other
                   perform check-step-depends
                   if dependency-failed
                       move "S" to st-status(ws-step-index)
                       add 1 to ws-skipped-count
                       set stream-incomplete to true
                       display "step " function trim(
                           st-name(ws-step-index))
                           " - skipped, a step it depends on failed"
                   else
                       perform execute-step
                   end-if
           end-evaluate
           perform log-step-record.

       check-step-depends.
           move 0 to ws-dependency-flag
           perform varying ws-dep-index from 1 by 1
               until ws-dep-index > st-dep-count(ws-step-index)
               move st-dep-slot(ws-step-index, ws-dep-index)
                   to ws-step-slot
               if st-status(ws-step-slot) = "F"
                   or st-status(ws-step-slot) = "S"
                   or st-status(ws-step-slot) = "N"
                   set dependency-failed to true
               end-if
           end-perform.

      *> the shell hands back a wait status - the program's own
      *> return code is its high byte, and anything left in the
      *> low byte means it never got as far as returning one
       execute-step.
           display "step " function trim(st-name(ws-step-index))
               " - running: " function trim(
               st-command(ws-step-index))
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-current-date to st-start-date(ws-step-index)
           move ws-current-time(1:6)
               to st-start-time(ws-step-index)
           move spaces to ws-command
           move st-command(ws-step-index) to ws-command
           call "SYSTEM" using ws-command
               returning ws-system-status
           end-call
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move ws-current-date to st-end-date(ws-step-index)
           move ws-current-time(1:6) to st-end-time(ws-step-index)
           evaluate true
               when ws-system-status < 0
                   move 9999 to ws-step-rc
               when ws-system-status > 255
                   compute ws-step-rc = ws-system-status / 256
               when ws-system-status > 0
                   move 9999 to ws-step-rc
               when other
                   move 0 to ws-step-rc
           end-evaluate
           move ws-step-rc to st-return-code(ws-step-index)
           add 1 to ws-ran-count
           if ws-step-rc > ws-overall-rc
               move ws-step-rc to ws-overall-rc
           end-if
           if ws-step-rc <= st-max-rc(ws-step-index)
               move "C" to st-status(ws-step-index)
               add 1 to ws-completed-count
           else
               add 1 to ws-failed-count
               evaluate st-action(ws-step-index)
                   when "CONTINUE"
                       move "W" to st-status(ws-step-index)
                   when "SKIP"
                       move "F" to st-status(ws-step-index)
                       set stream-incomplete to true
                   when other
                       move "F" to st-status(ws-step-index)
                       set stream-incomplete to true
                       set stream-stopped to true
               end-evaluate
           end-if
           move ws-step-rc to ws-rc-display
           display "step " function trim(st-name(ws-step-index))
               " - return code " function trim(ws-rc-display).

       log-step-record.
           move spaces to joblog-record
           move st-name(ws-step-index) to jl-step-name
           move st-status(ws-step-index) to jl-status
           move st-return-code(ws-step-index) to jl-return-code
           move st-max-rc(ws-step-index) to jl-max-rc
           move st-start-date(ws-step-index) to jl-start-date
           move st-start-time(ws-step-index) to jl-start-time
           move st-end-date(ws-step-index) to jl-end-date
           move st-end-time(ws-step-index) to jl-end-time
           perform append-job-log.

       write-stream-end.
           if stream-incomplete
               move 16 to ws-overall-rc
           end-if
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move spaces to joblog-record
           move "*END*" to jl-step-name
           if stream-incomplete
               move "F" to jl-status
           else
               move "C" to jl-status
           end-if
           move ws-overall-rc to jl-return-code
           move 0 to jl-max-rc
           move 0 to jl-start-date
           move 0 to jl-start-time
           move ws-current-date to jl-end-date
           move ws-current-time(1:6) to jl-end-time
           perform append-job-log.

      *> appended and closed record by record, so the log holds
      *> every finished step even if the driver is killed mid-run
       append-job-log.
           move ws-stream-date to jl-stream-date
           move ws-stream-time to jl-stream-time
           open extend joblog-file
           if ws-joblog-status not = "00"
               open output joblog-file
           end-if
           if ws-joblog-status not = "00"
               display "warning: cannot open job-run log"
                   " (status " ws-joblog-status ")"
           else
               write joblog-record
               close joblog-file
           end-if.

      *> build a dated report filename and open it alongside the
      *> terminal output, the same pattern as statmeasure2's packet
       open-summary-file.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string "statjobrun_report_"
                   ws-cd-year ws-cd-month ws-cd-day "_"
                   ws-ct-hour ws-ct-minute ws-ct-second
                   ".txt"
               delimited by size into ws-summary-filename
           end-string
           open output summary-file
           if ws-summary-status not = "00"
               display "warning: cannot open report file '"
                   function trim(ws-summary-filename) "'"
           end-if.

       close-summary-file.
           close summary-file.

      *> write a line to the terminal and, when it opened cleanly,
      *> to the summary report file
       emit-line.
           display function trim(ws-line-text, trailing)
           if ws-summary-status = "00"
               write summary-line from ws-line-text
           end-if.

       display-summary.
           move "===============================" to ws-line-text
           perform emit-line
           move "  Job Stream Summary" to ws-line-text
           perform emit-line
           move ws-stream-date to ws-stamp-date
           move ws-stream-time to ws-stamp-time
           perform format-stamp
           move spaces to ws-line-text
           string "   Stream started    = " ws-stamp-text
               delimited by size into ws-line-text
           end-string
           perform emit-line
           move spaces to ws-line-text
           string "   Definition        = "
                   function trim(ws-jobdef-filename)
               delimited by size into ws-line-text
           end-string
           perform emit-line
           if restarting
               move "   (restart - steps completed on an earlier" to
                   ws-line-text
               perform emit-line
               move "    attempt were not run again)" to
                   ws-line-text
               perform emit-line
           end-if
           if stream-abandoned
               move spaces to ws-line-text
               string "   (stream of " ws-abandoned-stamp
                       " abandoned unfinished)"
                   delimited by size into ws-line-text
               end-string
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line
           move ws-step-heading-line to ws-line-text
           perform emit-line
           perform varying ws-step-index from 1 by 1
               until ws-step-index > ws-step-count
               perform display-step-line
           end-perform
           move "===============================" to ws-line-text
           perform emit-line
           move "   Steps defined     = " to cl-label
           move ws-step-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Steps run         = " to cl-label
           move ws-ran-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Done earlier      = " to cl-label
           move ws-earlier-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Over their limit  = " to cl-label
           move ws-failed-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Skipped           = " to cl-label
           move ws-skipped-count to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           move "   Overall rtn code  = " to cl-label
           move ws-overall-rc to cl-value
           move ws-count-line to ws-line-text
           perform emit-line
           if stream-incomplete
               move "   *** STREAM INCOMPLETE - FIX AND RERUN TO" to
                   ws-line-text
               perform emit-line
               move "       RESTART FROM THE FAILED STEP ***" to
                   ws-line-text
               perform emit-line
           end-if
           move "===============================" to ws-line-text
           perform emit-line.

       display-step-line.
           move spaces to ws-step-detail-line
           move st-name(ws-step-index) to sdl-name
           if st-start-date(ws-step-index) not = 0
               move st-start-date(ws-step-index) to ws-stamp-date
               move st-start-time(ws-step-index) to ws-stamp-time
               perform format-stamp
               move ws-stamp-text to sdl-started
               move st-end-date(ws-step-index) to ws-stamp-date
               move st-end-time(ws-step-index) to ws-stamp-time
               perform format-stamp
               move ws-stamp-text to sdl-ended
               move st-return-code(ws-step-index) to ws-rc-display
               move ws-rc-display to sdl-rc
           else
               move "-" to sdl-started
               move "-" to sdl-ended
               move "    -" to sdl-rc
           end-if
           move st-max-rc(ws-step-index) to sdl-max
           move st-action(ws-step-index) to sdl-action
           evaluate st-status(ws-step-index)
               when "C"
                   move "completed" to sdl-status
               when "P"
                   move "done earlier" to sdl-status
               when "W"
                   move "OVER LIMIT - went on" to sdl-status
               when "F"
                   move "FAILED" to sdl-status
               when "S"
                   move "SKIPPED" to sdl-status
               when "N"
                   move "NOT RUN" to sdl-status
               when other
                   move "-" to sdl-status
           end-evaluate
           move ws-step-detail-line to ws-line-text
           perform emit-line.

       format-stamp.
           move spaces to ws-stamp-text
           string ws-stamp-date(1:4) "-" ws-stamp-date(5:2) "-"
                   ws-stamp-date(7:2) " "
                   ws-stamp-time(1:2) ":" ws-stamp-time(3:2) ":"
                   ws-stamp-time(5:2)
               delimited by size into ws-stamp-text
           end-string.
