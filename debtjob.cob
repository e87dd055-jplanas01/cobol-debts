       identification division.
       program-id. debtjob.

      *> Batch job chain: runs the nightly or the month-end stream
      *> of batch programs in a fixed order instead of one at a time
      *> from memory, and records every step in the run log
      *> joblog.dat (joblog.cpy). Each step is CALLed by name and
      *> CANCELled afterwards, so a program that runs twice in one
      *> stream starts clean; its answers come from the EXTERNAL
      *> block in jobparm.cpy instead of the terminal. A step that
      *> returns code 8 or more stops the chain there - debtcls
      *> never runs on a book debtrcn could not reconcile or a
      *> backup debtutl could not verify - and the next start of
      *> that stream offers to restart the same run from the step
      *> that failed, with the answers it began with, rather than
      *> from the top. A month-end stream cannot begin while an
      *> earlier one is still open in the log, nor for a month a
      *> month-end has already completed.
      *>
      *> Nightly:   debtutl unload, debtutl verify, debtrcn,
      *>            debtpro, debtdsp, debtdue.
      *> Month-end: debtutl unload, debtutl verify, debtacr,
      *>            debtdun, debtrcn, debtcls, debtgl, debtarc
      *>            (cutoff the first of the following month),
      *>            debtrsk, debtrpt, debttrd.

       environment division.
       input-output section.
       file-control.
           select joblog-file assign to "joblog.dat"
               organization is line sequential
               file status log-file-status.

       data division.
       file section.
       fd joblog-file
           data record is log-entry.
       copy joblog.

       working-storage section.
       01 log-file-status pic XX.
       01 logs-left pic 9 value 1.
           88 no-more-logs value 0.
       01 mode-choice pic 9 value 0.
       01 confirm-answer pic 9 value 0.
       01 answers-ok pic 9 value 0.
       01 current-month-packed pic 9(6) value 0.
       01 run-month-packed pic 9(6) value 0.

      *> the run in hand
       01 run-stream pic X value space.
       01 run-stream-label pic X(9).
       01 run-number pic 9(6) value 0.
       01 run-year pic 9(4) value 0.
       01 run-month pic 99 value 0.
       01 start-step pic 99 value 1.
       01 chain-stopped pic 9 value 0.
       01 failed-step pic 99 value 0.
       01 step-return-code pic 9(4) value 0.
       01 call-program pic X(8).

      *> what the log says about earlier runs
       01 next-run-number pic 9(6) value 1.
       01 open-run-found pic 9 value 0.
       01 open-run-number pic 9(6) value 0.
       01 open-last-ok-step pic 99 value 0.
       01 open-year pic 9(4) value 0.
       01 open-month pic 99 value 0.
       01 period-completed pic 9 value 0.
       01 show-run-number pic 9(6) value 0.
       01 shown-count pic 9(5) value 0.
       01 event-label pic X(10).

      *> the stream's steps, in running order
       01 step-count pic 99 value 0.
       01 step-ix pic 99 value 0.
       01 new-step-program pic X(8).
       01 new-step-mode pic 9 value 0.
       01 step-table.
           02 step-slot occurs 12 times.
               03 step-program pic X(8).
               03 step-util-mode pic 9.
       copy jobparm.

       procedure division.
           move 0 to return-code
           display "Batch job chain: 1=nightly 2=month-end"
               " 3=show run log"
           accept mode-choice
           evaluate mode-choice
               when 1
                   move "N" to run-stream
                   move "nightly" to run-stream-label
                   perform run-job-stream
               when 2
                   move "M" to run-stream
                   move "month-end" to run-stream-label
                   perform run-job-stream
               when 3
                   perform show-run-log
               when other
                   display "Please choose 1-3."
           end-evaluate
           goback.

       run-job-stream.
           perform set-up-steps
           perform scan-run-log
           if open-run-found = 1
               perform offer-restart
           else
               perform start-new-run
           end-if
           .

       set-up-steps.
           move 0 to step-count
           move "debtutl" to new-step-program
           move 1 to new-step-mode
           perform add-step
           move 2 to new-step-mode
           perform add-step
           move 0 to new-step-mode
           if run-stream = "N"
               move "debtrcn" to new-step-program
               perform add-step
               move "debtpro" to new-step-program
               perform add-step
               move "debtdsp" to new-step-program
               perform add-step
               move "debtdue" to new-step-program
               perform add-step
           else
               move "debtacr" to new-step-program
               perform add-step
               move "debtdun" to new-step-program
               perform add-step
               move "debtrcn" to new-step-program
               perform add-step
               move "debtcls" to new-step-program
               perform add-step
               move "debtgl" to new-step-program
               perform add-step
               move "debtarc" to new-step-program
               perform add-step
               move "debtrsk" to new-step-program
               perform add-step
               move "debtrpt" to new-step-program
               perform add-step
               move "debttrd" to new-step-program
               perform add-step
           end-if
           .

       add-step.
           add 1 to step-count
           move new-step-program to step-program(step-count)
           move new-step-mode to step-util-mode(step-count)
           .

      *> one pass over the log: the next free run number across
      *> both streams, and the newest run of this stream with no C
      *> (or A) row yet - with the highest step that ended below
      *> code 8, which is where a restart picks up.
       scan-run-log.
           move 1 to next-run-number
           move 0 to open-run-found
           move 1 to logs-left
           open input joblog-file
           if log-file-status not = "00"
               move 0 to logs-left
           else
               read joblog-file
                   at end set logs-left to 0
               end-read
               perform until no-more-logs
                   perform note-one-log-entry
                   read joblog-file
                       at end set logs-left to 0
                   end-read
               end-perform
               close joblog-file
           end-if
           .

       note-one-log-entry.
           if log-run-number >= next-run-number
               compute next-run-number = log-run-number + 1
           end-if
           if log-stream = run-stream
               evaluate true
                   when log-event = "B"
                       move 1 to open-run-found
                       move log-run-number to open-run-number
                       move 0 to open-last-ok-step
                       move log-period-year to open-year
                       move log-period-month to open-month
                   when log-run-number not = open-run-number
                       continue
                   when log-event = "C" or log-event = "A"
                       move 0 to open-run-found
                   when log-event = "E" and log-return-code < 8
                       and log-step-number > open-last-ok-step
                       move log-step-number to open-last-ok-step
               end-evaluate
           end-if
           .

       offer-restart.
           compute start-step = open-last-ok-step + 1
           display "The " function trim(run-stream-label) " run "
               open-run-number " for " open-year "/" open-month
               " is still open."
           if start-step > step-count
               display "Every step ended; only the completion was"
                   " not recorded."
           else
               display "It stopped at step " start-step " ("
                   function trim(step-program(start-step)) ")."
           end-if
           if run-stream = "M"
               display "A new month-end cannot start until it is"
                   " finished."
               display "Restart it from that step? (1=yes,0=no)"
           else
               display "Restart it from that step? (1=yes,"
                   " 2=abandon it and start a new run, 0=no)"
           end-if
           accept confirm-answer
           evaluate true
               when confirm-answer = 1
                   move open-run-number to run-number
                   move open-year to run-year
                   move open-month to run-month
                   move "R" to log-event
                   move start-step to log-step-number
                   move spaces to log-step-program
                   move 0 to log-return-code
                   perform append-log-entry
                   perform run-steps
               when confirm-answer = 2 and run-stream = "N"
                   move open-run-number to run-number
                   move open-year to run-year
                   move open-month to run-month
                   move "A" to log-event
                   move 0 to log-step-number
                   move spaces to log-step-program
                   move 0 to log-return-code
                   perform append-log-entry
                   display "Run " open-run-number " abandoned."
                   perform start-new-run
               when other
                   display "Nothing run."
           end-evaluate
           .

       start-new-run.
           move next-run-number to run-number
           move 1 to answers-ok
           if run-stream = "M"
               perform accept-month-end-answers
           else
               move function current-date(1:4) to run-year
               move function current-date(5:2) to run-month
           end-if
           if answers-ok = 1
               move "B" to log-event
               move 0 to log-step-number
               move spaces to log-step-program
               move 0 to log-return-code
               perform append-log-entry
               move 1 to start-step
               perform run-steps
           end-if
           .

      *> the period the month-end steps would otherwise ask for is
      *> keyed once here and carried on the log rows; the accrual
      *> terms debtacr applies live on the currency master.
       accept-month-end-answers.
           display "Month-end for year (YYYY):"
           accept run-year
           display "Month-end for month (MM):"
           accept run-month
           move function current-date(1:6) to current-month-packed
           compute run-month-packed = run-year * 100 + run-month
           evaluate true
               when run-year = 0 or run-month < 1 or run-month > 12
                   display "That is not a valid year and month."
                   move 0 to answers-ok
               when run-month-packed > current-month-packed
                   display "Cannot run month-end for a month later"
                       " than the current one."
                   move 0 to answers-ok
               when other
                   perform check-period-completed
                   if period-completed = 1
                       display "Month-end for " run-year "/"
                           run-month " has already completed;"
                           " nothing run."
                       move 0 to answers-ok
                   end-if
           end-evaluate
           .

       check-period-completed.
           move 0 to period-completed
           move 1 to logs-left
           open input joblog-file
           if log-file-status not = "00"
               move 0 to logs-left
           else
               read joblog-file
                   at end set logs-left to 0
               end-read
               perform until no-more-logs
                   if log-stream = "M" and log-event = "C"
                       and log-period-year = run-year
                       and log-period-month = run-month
                       move 1 to period-completed
                   end-if
                   read joblog-file
                       at end set logs-left to 0
                   end-read
               end-perform
               close joblog-file
           end-if
           .

       run-steps.
           move "Y" to job-run-active
           move run-year to job-year
           move run-month to job-month
           move 1 to job-cutoff-day
           if run-month = 12
               move 1 to job-cutoff-month
               compute job-cutoff-year = run-year + 1
           else
               compute job-cutoff-month = run-month + 1
               move run-year to job-cutoff-year
           end-if
           move 0 to chain-stopped
           perform varying step-ix from start-step by 1
               until step-ix > step-count or chain-stopped = 1
               perform run-one-step
           end-perform
           move "N" to job-run-active
           move 0 to log-step-number
           move spaces to log-step-program
           move 0 to log-return-code
           if chain-stopped = 0
               move "C" to log-event
               perform append-log-entry
               display "==== " function trim(run-stream-label)
                   " run " run-number " completed ===="
               move 0 to return-code
           else
               move "F" to log-event
               move failed-step to log-step-number
               move step-program(failed-step) to log-step-program
               move step-return-code to log-return-code
               perform append-log-entry
               display "==== " function trim(run-stream-label)
                   " run " run-number " stopped at step "
                   failed-step " (" function trim(step-program(
                   failed-step)) "), return code " step-return-code
                   " ===="
               display "Fix the cause and start the stream again to"
                   " restart from that step."
               move 8 to return-code
           end-if
           .

      *> a program that cannot be loaded at all counts as code 12,
      *> so it stops the chain like any other failure.
       run-one-step.
           move step-program(step-ix) to call-program
           move step-util-mode(step-ix) to job-util-mode
           move "S" to log-event
           move step-ix to log-step-number
           move call-program to log-step-program
           move 0 to log-return-code
           perform append-log-entry
           display " "
           display "---- step " step-ix ": "
               function trim(call-program) " ----"
           move 0 to return-code
           call call-program
               on exception
                   display "Program " function trim(call-program)
                       " could not be loaded."
                   move 12 to return-code
           end-call
           move return-code to step-return-code
           cancel call-program
           move "E" to log-event
           move step-ix to log-step-number
           move call-program to log-step-program
           move step-return-code to log-return-code
           perform append-log-entry
           display "---- step " step-ix " ended, return code "
               step-return-code " ----"
           if step-return-code >= 8
               move 1 to chain-stopped
               move step-ix to failed-step
           end-if
           .

       append-log-entry.
           move run-number to log-run-number
           move run-stream to log-stream
           move function current-date(7:2) to log-day-of
           move function current-date(5:2) to log-month-of
           move function current-date(1:4) to log-year-of
           move function current-date(9:6) to log-time
           move run-year to log-period-year
           move run-month to log-period-month
           open extend joblog-file
           if log-file-status = "35"
               open output joblog-file
           end-if
           write log-entry
           close joblog-file
           .

      *> prints every row of one run, the newest by default.
       show-run-log.
           display "Run number to show (0=newest):"
           accept show-run-number
           if show-run-number = 0
               move space to run-stream
               perform scan-run-log
               compute show-run-number = next-run-number - 1
           end-if
           move 0 to shown-count
           move 1 to logs-left
           open input joblog-file
           if log-file-status not = "00"
               move 0 to logs-left
           else
               read joblog-file
                   at end set logs-left to 0
               end-read
               perform until no-more-logs
                   if log-run-number = show-run-number
                       perform display-one-log-entry
                   end-if
                   read joblog-file
                       at end set logs-left to 0
                   end-read
               end-perform
               close joblog-file
           end-if
           if shown-count = 0
               display "Nothing in the run log for that run."
           end-if
           .

       display-one-log-entry.
           add 1 to shown-count
           if shown-count = 1
               if log-stream = "M"
                   move "month-end" to run-stream-label
               else
                   move "nightly" to run-stream-label
               end-if
               display "==== Run " log-run-number " ("
                   function trim(run-stream-label) ", period "
                   log-period-year "/" log-period-month ") ===="
           end-if
           evaluate log-event
               when "B"
                   move "began" to event-label
               when "R"
                   move "restarted" to event-label
               when "S"
                   move "started" to event-label
               when "E"
                   move "ended" to event-label
               when "C"
                   move "completed" to event-label
               when "F"
                   move "stopped" to event-label
               when "A"
                   move "abandoned" to event-label
               when other
                   move log-event to event-label
           end-evaluate
           display log-day-of "/" log-month-of "/" log-year-of " "
               log-time(1:2) ":" log-time(3:2) ":" log-time(5:2)
               "  " event-label " step " log-step-number " "
               log-step-program " rc " log-return-code
           .
       end program debtjob.
