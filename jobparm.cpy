      *> jobparm.cpy - answers handed from the batch driver (debtjob)
      *> to the step programs it calls. The block is EXTERNAL, so
      *> every program in the run unit that copies it sees the same
      *> storage. When job-run-active is "Y" a step takes its answers
      *> from here instead of asking at the terminal; run on its own
      *> the block is never set and the program prompts as always.
      *> job-util-mode is the debtutl mode (1 unload, 2 verify); the
      *> period is the month being accrued and closed, and the
      *> cutoff is the archive cutoff date.
       01 job-parm external.
           02 job-run-active pic X.
           02 job-util-mode pic 9.
           02 job-year pic 9(4).
           02 job-month pic 99.
           02 job-cutoff-day pic 99.
           02 job-cutoff-month pic 99.
           02 job-cutoff-year pic 9(4).
