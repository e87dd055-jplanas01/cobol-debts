      *> open is-mine 1 debt with an unpaid installment due on or
      *> before the end of a chosen month (for the month still in
      *> progress, only installments already past due by today),
      *> applies the late charge and/or monthly interest rate the
      *> currency master (currmst.cpy) carries for its currency, adds
      *> the charge to the amount owed, and journals it to
      *> payments.dat as its own "A" transaction dated the last day
      *> of that month, so statements and the close show charges
      *> separately from principal. A debt that already carries an
      *> "A" row for the month is skipped, so a re-run is safe. A
      *> debt with a dispute open on disputes.dat is held - not
      *> charged - and named on the run list.
      *> Run on its own it shows the terms and asks before going
      *> ahead; under the batch driver the month comes from
      *> jobparm.cpy. A run that cannot go ahead returns code 8 and
      *> one with nothing to charge returns 4.

       environment division.
       input-output section.
               record key is sched-key
               file status sched-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.
           select disputes-file assign to "disputes.dat"
               organization is indexed
               access mode is dynamic
               record key is disp-key
               file status disp-file-status.

       data division.
       file section.
           data record is pay-entry.
       copy payrec.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       fd disputes-file
           data record is disp-entry.
       copy disprec.

       working-storage section.
       01 debt-file-status pic XX.
       01 sched-file-status pic XX.
       01 pay-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 terms-count pic 99 value 0.
       01 terms-ix pic 99 value 0.
       01 terms-table.
           02 terms-slot occurs 40 times.
               03 terms-currency pic X(3).
               03 terms-rate pic 99v99.
               03 terms-flat pic 9(4).
               03 terms-charged pic 9(7).
       01 any-terms pic 9 value 0.
       01 go-ahead-answer pic 9 value 0.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-debt-number pic 9(6) value 0.
       01 next-pay-seq pic 9(5) value 0.
       01 seq-rows-left pic 9 value 1.
           88 no-more-seq-rows value 0.
       01 journal-row-hold pic X(61).
       01 scheds-open pic 9 value 0.
       01 run-year pic 9(4) value 0.
       01 run-month pic 99 value 0.
       01 overdue-cutoff-packed pic 9(8) value 0.
       01 today-packed pic 9(8) value 0.
       01 accrual-day pic 99 value 0.
       01 this-rate pic 99v99 value 0.
       01 this-flat pic 9(4) value 0.
       01 open-balance pic 9(5) value 0.
       01 already-accrued pic 9 value 0.
       01 accrued-count pic 9(5) value 0.
       01 skipped-count pic 9(5) value 0.
       01 held-count pic 9(5) value 0.
       01 disp-file-status pic XX.
       01 disputes-open pic 9 value 0.
       01 disputes-left pic 9 value 1.
           88 no-more-disputes value 0.
       01 dispute-debt-number pic 9(6) value 0.
       01 debt-in-dispute pic 9 value 0.
       copy jobparm.

       procedure division.
           move 0 to return-code
           display "Monthly interest / late-charge accrual."
           if job-run-active = "Y"
               move job-year to run-year
               move job-month to run-month
           else
               display "Accrue for year (YYYY):"
               accept run-year
               display "Accrue for month (MM):"
               accept run-month
           end-if
           if run-year = 0 or run-month < 1 or run-month > 12
               display "That is not a valid year and month."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:6) to current-month-packed
           if run-month-packed > current-month-packed
               display "Cannot accrue a month later than the current"
                   " one; nothing written."
               move 8 to return-code
               goback
           end-if
           perform load-currency-terms
           if any-terms = 0
               display "No currency on the master carries an interest"
                   " rate or late charge; nothing to accrue."
               move 4 to return-code
               goback
           end-if
           if job-run-active not = "Y"
               display "Accrue with these terms? (1=yes,0=no)"
               accept go-ahead-answer
               if go-ahead-answer not = 1
                   display "Nothing accrued; the terms are kept on"
                       " the currency master (ratemnt)."
                   move 4 to return-code
                   goback
               end-if
           end-if
           perform set-accrual-date
           open i-o debts-file
           if debt-file-status not = "00"
               display "No debts recorded yet."
               move 4 to return-code
               goback
           end-if
           open input scheds-file
           else
               display "No schedule file; nothing is past due."
           end-if
           open input disputes-file
           if disp-file-status = "00"
               move 1 to disputes-open
           end-if
           read debts-file next record
               at end set records-left to 0
           end-read
           if scheds-open = 1
               close scheds-file
           end-if
           if disputes-open = 1
               close disputes-file
           end-if
           close debts-file
           display " "
           display accrued-count " debt(s) charged for " run-year
               "/" run-month ", " skipped-count
               " already accrued this month."
           if held-count > 0
               display held-count " debt(s) held, not charged:"
                   " in dispute."
           end-if
           perform varying terms-ix from 1 by 1
               until terms-ix > terms-count
               if terms-charged(terms-ix) > 0
                   display "  " terms-currency(terms-ix)
                       " charged ......... " terms-charged(terms-ix)
               end-if
           end-perform
           goback.

      *> every currency's terms, active or not - debts already on
      *> file in a retired currency still fall overdue.
       load-currency-terms.
           move 0 to terms-count
           move 0 to any-terms
           move 1 to currencies-left
           open input currency-file
           if curr-file-status not = "00"
               move 0 to currencies-left
               display "No currency master; set currencies up in"
                   " ratemnt first."
           else
               read currency-file next record
                   at end set currencies-left to 0
               end-read
               perform until no-more-currencies
                   if terms-count < 40
                       add 1 to terms-count
                       move curr-code to terms-currency(terms-count)
                       move curr-monthly-rate
                           to terms-rate(terms-count)
                       move curr-late-charge
                           to terms-flat(terms-count)
                       move 0 to terms-charged(terms-count)
                       if curr-monthly-rate > 0
                           or curr-late-charge > 0
                           move 1 to any-terms
                           display "  " curr-code " interest "
                               curr-monthly-rate "% a month, late"
                               " charge " curr-late-charge
                       end-if
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> the charge is journalled as of the last day of the accrual
      *> month, so the statement shows it in the right month and the
      *> re-run guard can find it again whenever the run is repeated.
               and scheds-open = 1
               perform look-for-overdue-installment
               if overdue-found = 1
                   move debt-number to dispute-debt-number
                   perform check-open-dispute
               end-if
               if overdue-found = 1 and debt-in-dispute = 1
                   add 1 to held-count
                   display "Debt " debt-number " " name
                       " held - in dispute; not charged."
               end-if
               if overdue-found = 1 and debt-in-dispute = 0
                   perform check-already-accrued
                   if already-accrued = 1
                       add 1 to skipped-count
           if pay-file-status not = "00"
               move 0 to payments-left
           else
               move debt-number to journal-debt-number
               perform start-debt-journal
               perform until no-more-payments
                   if pay-type = "A"
                       and pay-year-of = run-year
                       and pay-month-of = run-month
                       move 1 to already-accrued
                   end-if
                   perform read-debt-journal
               end-perform
               close payments-file
           end-if

       charge-this-debt.
           compute open-balance = amount - paid - written-off
           move 0 to this-rate
           move 0 to this-flat
           perform varying terms-ix from 1 by 1
               until terms-ix > terms-count
               or terms-currency(terms-ix) = debt-currency
               continue
           end-perform
           if terms-ix <= terms-count
               move terms-rate(terms-ix) to this-rate
               move terms-flat(terms-ix) to this-flat
           end-if
           compute interest-part rounded =
               open-balance * this-rate / 100
                   rewrite debt-entry
                   perform write-accrual-journal
                   add 1 to accrued-count
                   add charge-amount to terms-charged(terms-ix)
                   display "Debt " debt-number " " name
                       " charged " charge-amount " " debt-currency
           end-evaluate
               move "LC" to pay-reason
           end-if
           move is-mine to pay-is-mine
           move "DEBTACR" to pay-operator
           move spaces to pay-approved-by
           open i-o payments-file
           if pay-file-status = "35"
               open output payments-file
               close payments-file
               open i-o payments-file
           end-if
           perform write-journal-row
           close payments-file
           .

      *> debt-in-dispute is 1 when dispute-debt-number has a
      *> dispute open on disputes.dat; such a debt is held.
       check-open-dispute.
           move 0 to debt-in-dispute
           if disputes-open = 1
               move 1 to disputes-left
               move dispute-debt-number to disp-debt-number
               move 0 to disp-seq
               start disputes-file key is not less than disp-key
                   invalid key
                       set disputes-left to 0
               end-start
               perform until no-more-disputes
                   read disputes-file next record
                       at end
                           set disputes-left to 0
                       not at end
                           perform note-open-dispute
                   end-read
               end-perform
           end-if
           .

       note-open-dispute.
           if disp-debt-number not = dispute-debt-number
               set disputes-left to 0
           else
               if disp-is-open
                   move 1 to debt-in-dispute
               end-if
           end-if
           .

      *> positions on the first journal row of journal-debt-number
      *> and reads it; payments-left drops to 0 once the debt's
      *> rows run out.
       start-debt-journal.
           move 1 to payments-left
           move journal-debt-number to pay-debt-number
           move 0 to pay-seq
           start payments-file key is not less than pay-key
               invalid key
                   set payments-left to 0
           end-start
           if payments-left = 1
               perform read-debt-journal
           end-if
           .

       read-debt-journal.
           read payments-file next record
               at end
                   set payments-left to 0
               not at end
                   if pay-debt-number not = journal-debt-number
                       set payments-left to 0
                   end-if
           end-read
           .

      *> the row is held while the debt's highest posting sequence
      *> is found, then written as that sequence plus one.
       write-journal-row.
           move pay-entry to journal-row-hold
           move pay-debt-number to journal-debt-number
           perform find-next-pay-seq
           move journal-row-hold to pay-entry
           move next-pay-seq to pay-seq
           compute pay-post-date = pay-year-of * 10000
               + pay-month-of * 100 + pay-day-of
           move X"0A" to pay-filler
           write pay-entry
               invalid key
                   display "Could not write the journal row for debt "
                       pay-debt-number "; status " pay-file-status
           end-write
           .

       find-next-pay-seq.
           move 0 to next-pay-seq
           move 1 to seq-rows-left
           move journal-debt-number to pay-debt-number
           move 0 to pay-seq
           start payments-file key is not less than pay-key
               invalid key
                   set seq-rows-left to 0
           end-start
           perform until no-more-seq-rows
               read payments-file next record
                   at end
                       set seq-rows-left to 0
                   not at end
                       if pay-debt-number = journal-debt-number
                           move pay-seq to next-pay-seq
                       else
                           set seq-rows-left to 0
                       end-if
               end-read
           end-perform
           add 1 to next-pay-seq
           .
       end program debtacr.
