      *> joblog.cpy - shared record layout for the batch run log
      *> (joblog.dat). debtjob appends one row per event of a job
      *> stream run: B the run began, R it was restarted, S a step
      *> started, E a step ended (with the step's return code), C
      *> the whole stream completed, F the stream stopped on a
      *> failed step, A an open nightly run was abandoned for a new
      *> one. log-stream is N nightly or M month-end. The period is
      *> carried on every row so a restart picks up the same answer
      *> the run began with. A run with a B row and no C or A row is
      *> still open.
       01 log-entry.
           02 log-run-number pic 9(6).
           02 log-stream pic X.
           02 log-event pic X.
           02 log-step-number pic 99.
           02 log-step-program pic X(8).
           02 log-return-code pic 9(4).
           02 log-date.
               03 log-day-of pic 99.
               03 log-month-of pic 99.
               03 log-year-of pic 9(4).
           02 log-time pic 9(6).
           02 log-period-year pic 9(4).
           02 log-period-month pic 99.
