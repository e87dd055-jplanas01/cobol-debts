      *> debtrec layout), then removes them from the live file, so
      *> the day-to-day screens only walk the live book. debtrpt and
      *> debtexp offer an include-archived option so year-end totals
      *> still add up. Under the batch driver the cutoff comes from
      *> jobparm.cpy; a bad cutoff or a debt that could not be
      *> removed returns code 8, and a run that had to leave
      *> candidates for next time returns 4.

       environment division.
       input-output section.
       01 purge-key-table.
           02 purge-key occurs 5000 times pic 9(6).
       01 purge-table-full pic 9 value 0.
       copy jobparm.

       procedure division.
           move 0 to return-code
           display "Archive settled debts started before a cutoff."
           if job-run-active = "Y"
               move job-cutoff-day to cutoff-day
               move job-cutoff-month to cutoff-month
               move job-cutoff-year to cutoff-year
           else
               display "Cutoff day (DD):"
               accept cutoff-day
               display "Cutoff month (MM):"
               accept cutoff-month
               display "Cutoff year (YYYY):"
               accept cutoff-year
           end-if
           move cutoff-day to chk-day
           move cutoff-month to chk-month
           move cutoff-year to chk-year
           perform check-calendar-date
           if date-valid = 0
               display "That is not a valid calendar date."
               move 8 to return-code
               goback
           end-if
           compute cutoff-packed = cutoff-year * 10000
           if purge-table-full = 1
               display "More candidates remain; run the archive"
                   " again to move the rest."
               if return-code = 0
                   move 4 to return-code
               end-if
           end-if
           goback.

                   invalid key
                       display "Could not remove debt " debt-number
                           " from the live file."
                       move 8 to return-code
               end-delete
           end-perform
           close debts-file
