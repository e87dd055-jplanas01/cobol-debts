       identification division.
       program-id. debtcls.

      *> Month-end close: appends the month's summary to closes.dat,
      *> one row per currency on the currency master (currmst.cpy)
      *> plus any other currency found on the book - the open
      *> position per side from the live book, plus collected,
      *> written off and accrued during the month from the payment
      *> journal. A currency is written when it is active or had
      *> anything to report, and USD always is, so every closed
      *> month is on file at least once. Refuses to close the same
      *> month twice so the history stays clean; debttrd prints the
      *> last twelve closes side by side. Under the batch driver
      *> the month comes from jobparm.cpy; a month that cannot be
      *> closed returns code 8, one already closed returns 4.

       environment division.
       input-output section.
               record key is debt-number
               file status debt-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select closes-file assign to "closes.dat"
               organization is line sequential
               file status close-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.

       data division.
       file section.
           data record is close-entry.
       copy closerec.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       working-storage section.
       01 debt-file-status pic XX.
       01 pay-file-status pic XX.
       01 close-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 find-currency pic X(3).
       01 sum-count pic 99 value 0.
       01 sum-ix pic 99 value 0.
       01 rows-written pic 99 value 0.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-month-start pic 9(8) value 0.
       01 journal-month-end pic 9(8) value 0.
       01 closes-left pic 9 value 1.
           88 no-more-closes value 0.
       01 run-year pic 9(4) value 0.
       01 run-month-packed pic 9(6) value 0.
       01 already-closed pic 9 value 0.
       01 open-balance pic 9(5) value 0.
       01 sum-table.
           02 sum-slot occurs 40 times.
               03 sum-currency pic X(3).
               03 sum-active pic X.
               03 sum-owed-to-me pic 9(7).
               03 sum-i-owe pic 9(7).
               03 sum-collected pic 9(7).
               03 sum-written-off pic 9(7).
               03 sum-accrued pic 9(7).
       copy jobparm.

       procedure division.
           move 0 to return-code
           display "Month-end close."
           if job-run-active = "Y"
               move job-year to run-year
               move job-month to run-month
           else
               display "Close year (YYYY):"
               accept run-year
               display "Close month (MM):"
               accept run-month
           end-if
           if run-year = 0 or run-month < 1 or run-month > 12
               display "That is not a valid year and month."
               move 8 to return-code
               goback
           end-if
      *> a mistyped future year would leave a junk record that the
           if run-month-packed > current-month-packed
               display "Cannot close a month later than the current"
                   " one; nothing written."
               move 8 to return-code
               goback
           end-if
           perform check-already-closed
           if already-closed = 1
               display "A close for " run-year "/" run-month
                   " is already on file; nothing written."
               move 4 to return-code
               goback
           end-if
           perform load-currency-table
           perform accumulate-position
           perform accumulate-month-journal
           perform append-close-records
           display "Close written for " run-year "/" run-month ", "
               rows-written " currency row(s)."
           perform varying sum-ix from 1 by 1
               until sum-ix > sum-count
               if sum-currency(sum-ix) = "USD"
                   or sum-active(sum-ix) = "Y"
                   or sum-owed-to-me(sum-ix) + sum-i-owe(sum-ix)
                   + sum-collected(sum-ix) + sum-written-off(sum-ix)
                   + sum-accrued(sum-ix) > 0
                   display "  " sum-currency(sum-ix) " owed to me "
                       sum-owed-to-me(sum-ix) "  I owe "
                       sum-i-owe(sum-ix) "  collected "
                       sum-collected(sum-ix)
                   display "      written off "
                       sum-written-off(sum-ix) "  accrued "
                       sum-accrued(sum-ix)
               end-if
           end-perform
           goback.

      *> USD, the base, comes first and then the master's
      *> currencies in code order, so the close rows read the same
      *> way month after month.
       load-currency-table.
           move 0 to sum-count
           move "USD" to find-currency
           perform find-sum-slot
           move "Y" to sum-active(sum-ix)
           move 1 to currencies-left
           open input currency-file
           if curr-file-status not = "00"
               move 0 to currencies-left
           else
               read currency-file next record
                   at end set currencies-left to 0
               end-read
               perform until no-more-currencies
                   move curr-code to find-currency
                   perform find-sum-slot
                   if sum-ix > 0
                       move curr-active to sum-active(sum-ix)
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> a currency found on the book but not on the master still
      *> gets its own slot, so nothing drops out of the close.
       find-sum-slot.
           perform varying sum-ix from 1 by 1
               until sum-ix > sum-count
               or sum-currency(sum-ix) = find-currency
               continue
           end-perform
           if sum-ix > sum-count
               if sum-count < 40
                   add 1 to sum-count
                   move find-currency to sum-currency(sum-ix)
                   move "N" to sum-active(sum-ix)
                   move 0 to sum-owed-to-me(sum-ix)
                   move 0 to sum-i-owe(sum-ix)
                   move 0 to sum-collected(sum-ix)
                   move 0 to sum-written-off(sum-ix)
                   move 0 to sum-accrued(sum-ix)
               else
                   move 0 to sum-ix
                   display "More currencies than the close can hold;"
                       " " find-currency " left out."
               end-if
           end-if
           .

       check-already-closed.
           move 0 to already-closed
           move 1 to closes-left

       accumulate-one-debt.
           compute open-balance = amount - paid - written-off
           move debt-currency to find-currency
           perform find-sum-slot
           evaluate true
               when sum-ix = 0
                   continue
               when is-mine = 1
                   add open-balance to sum-owed-to-me(sum-ix)
               when is-mine = 0
                   add open-balance to sum-i-owe(sum-ix)
           end-evaluate
           .

               display "No payment journal; collected and written"
                   " off are zero."
           else
               compute journal-month-start =
                   run-year * 10000 + run-month * 100 + 1
               compute journal-month-end =
                   run-year * 10000 + run-month * 100 + 31
               perform start-month-journal
               perform until no-more-payments
                   if pay-year-of = run-year
                       and pay-month-of = run-month
                       perform accumulate-one-journal-entry
                   end-if
                   perform read-month-journal
               end-perform
               close payments-file
           end-if
      *> journal rows from before pay-is-mine existed read back
      *> blank and keep counting, as they always did.
       accumulate-one-journal-entry.
           move pay-currency to find-currency
           perform find-sum-slot
           if sum-ix > 0
               perform add-one-journal-entry
           end-if
           .

       add-one-journal-entry.
           evaluate pay-type
               when "W"
                   add pay-amount to sum-written-off(sum-ix)
               when "A"
                   add pay-amount to sum-accrued(sum-ix)
      *> a reversal undoes a collection; when the payment it backs
      *> out landed in an earlier month the collected figure floors
      *> at zero rather than going negative.
               when "R"
                   if pay-is-mine is not numeric or pay-is-mine = 1
                       if pay-amount <= sum-collected(sum-ix)
                           subtract pay-amount
                               from sum-collected(sum-ix)
                       else
                           move 0 to sum-collected(sum-ix)
                       end-if
                   end-if
               when other
                   if pay-is-mine is not numeric or pay-is-mine = 1
                       add pay-amount to sum-collected(sum-ix)
                   end-if
           end-evaluate
           .

       append-close-records.
           move 0 to rows-written
           open extend closes-file
           if close-file-status = "35"
               open output closes-file
           end-if
           perform varying sum-ix from 1 by 1
               until sum-ix > sum-count
               if sum-currency(sum-ix) = "USD"
                   or sum-active(sum-ix) = "Y"
                   or sum-owed-to-me(sum-ix) + sum-i-owe(sum-ix)
                   + sum-collected(sum-ix) + sum-written-off(sum-ix)
                   + sum-accrued(sum-ix) > 0
                   perform write-one-close-row
               end-if
           end-perform
           close closes-file
           .

       write-one-close-row.
           move spaces to close-entry
           move run-year to close-year
           move run-month to close-month
           move "C" to close-row-type
           move sum-currency(sum-ix) to close-currency
           move sum-owed-to-me(sum-ix) to close-owed-to-me
           move sum-i-owe(sum-ix) to close-i-owe
           move sum-collected(sum-ix) to close-collected
           move sum-written-off(sum-ix) to close-written-off
           move sum-accrued(sum-ix) to close-accrued
           write close-entry
           add 1 to rows-written
           .

      *> positions on the first journal row posted on or after
      *> journal-month-start, through the alternate key, and reads
      *> it; payments-left drops to 0 past journal-month-end.
       start-month-journal.
           move 1 to payments-left
           move journal-month-start to pay-post-date
           start payments-file key is not less than pay-post-date
               invalid key
                   set payments-left to 0
           end-start
           if payments-left = 1
               perform read-month-journal
           end-if
           .

       read-month-journal.
           read payments-file next record
               at end
                   set payments-left to 0
               not at end
                   if pay-post-date > journal-month-end
                       set payments-left to 0
                   end-if
           end-read
           .
       end program debtcls.
