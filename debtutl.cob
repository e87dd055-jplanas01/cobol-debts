      *> mismatch instead of silently lost records. Reload rebuilds
      *> the indexed file from a backup. Run the unload nightly
      *> before keying starts and the verify after anything crashes.
      *> Under the batch driver the mode comes from jobparm.cpy, and
      *> a failed unload or verify returns code 8 so the job stream
      *> stops there.

       environment division.
       input-output section.
       01 back-amount-total pic 9(9) value 0.
       01 back-paid-total pic 9(9) value 0.
       01 back-writeoff-total pic 9(9) value 0.
       copy jobparm.

       procedure division.
           move 0 to return-code
           if job-run-active = "Y"
               move job-util-mode to mode-choice
           else
               display "Debt file utility: 1=unload 2=verify 3=reload"
               accept mode-choice
           end-if
           evaluate mode-choice
               when 1
                   perform unload-debts
                   perform reload-debts
               when other
                   display "Please choose 1-3."
                   move 8 to return-code
           end-evaluate
           goback.

           if debt-file-status not = "00"
               display "Could not open debts.dat (status "
                   debt-file-status "); nothing unloaded."
               move 8 to return-code
           else
               open output backup-file
               perform count-live-loop
           if trailer-found = 0
               display "debtback.dat has no trailer; that backup is"
                   " not usable."
               move 8 to return-code
           else
               open input debts-file
               if debt-file-status not = "00"
                   display "Could not open debts.dat (status "
                       debt-file-status "); the file is damaged or"
                       " missing. Reload it from the backup."
                   move 8 to return-code
               else
                   perform count-live-loop
                   close debts-file
                       display "Verify OK: " live-count
                           " record(s), totals match the backup"
                           " trailer."
                   else
                       move 8 to return-code
                   end-if
               end-if
           end-if
