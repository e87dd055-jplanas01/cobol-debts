
      *> Outstanding-balance report: reads debts-file and prints
      *> subtotals of amount minus paid, grouped by is-mine and by
      *> debt-currency, plus a grand total line per currency. The
      *> currencies come from the currency master (currmst.cpy),
      *> USD first; one found on the book but not on the master is
      *> still reported.
      *> Under the batch driver it prints the USD conversion and
      *> the per-debtor totals for the live book without asking.

       environment division.
       input-output section.
               organization is line sequential
               file status rate-file-status.
           select payments-file assign to "payments.dat"
               organization is indexed
               access mode is dynamic
               record key is pay-key
               alternate record key is pay-post-date with duplicates
               file status pay-file-status.
           select archive-file assign to "archive.dat"
               organization is indexed
               access mode is sequential
               record key is arch-debt-number
               file status arch-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.

       data division.
       file section.
           data record is arch-entry.
       copy archrec.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       working-storage section.
       01 arch-file-status pic XX.
       01 archives-left pic 9 value 1.
       01 debt-file-status pic XX.
       01 rate-file-status pic XX.
       01 pay-file-status pic XX.
       01 curr-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 rates-left pic 9 value 1.
           88 no-more-rates value 0.
       01 payments-left pic 9 value 1.
           88 no-more-payments value 0.
       01 journal-month-start pic 9(8) value 0.
       01 journal-month-end pic 9(8) value 0.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 report-month pic 9(6).
       01 pay-month-packed pic 9(6).
       01 open-balance pic 9(5).
       01 show-usd-total pic 9 value 0.
       01 rate-date pic 9(8).
       01 owed-to-me-usd pic 9(7)v99 value 0.
       01 i-owe-usd pic 9(7)v99 value 0.
       01 owed-to-me-sum pic 9(9)v9(4) value 0.
       01 i-owe-sum pic 9(9)v9(4) value 0.

      *> running subtotals, one slot per currency with a bucket per
      *> side
       01 find-currency pic X(3).
       01 currency-count pic 99 value 0.
       01 currency-ix pic 99 value 0.
       01 currency-table.
           02 currency-slot occurs 40 times.
               03 cur-code pic X(3).
               03 cur-active pic X.
               03 cur-owed-to-me pic 9(7).
               03 cur-i-owe pic 9(7).
               03 cur-written-off pic 9(7).
               03 cur-grand-total pic 9(7).
               03 cur-collected-month pic 9(7).
               03 cur-have-rate pic 9.
               03 cur-rate-date pic 9(8).
               03 cur-rate pic 9(5)v9(4).

      *> per-debtor open-balance totals, one slot per debtor-id seen
      *> and one line per debtor and currency under it
       01 show-debtor-totals pic 9 value 0.
       01 debtor-slot-count pic 9(3) value 0.
       01 debtor-slot-ix pic 9(3) value 0.
           02 debtor-slot occurs 200 times.
               03 slot-debtor-id pic 9(4).
               03 slot-debtor-name pic X(20).
       01 debtor-line-count pic 9(4) value 0.
       01 debtor-line-ix pic 9(4) value 0.
       01 debtor-lines-shown pic 99 value 0.
       01 debtor-line-table.
           02 debtor-line occurs 1000 times.
               03 line-slot-ix pic 9(3).
               03 line-currency pic X(3).
               03 line-owed pic 9(7).
               03 line-iowe pic 9(7).
       copy jobparm.

       procedure division.
           if job-run-active = "Y"
               move 1 to show-usd-total
               move 1 to show-debtor-totals
               move 0 to include-archived
           else
               display "Show totals converted to USD too? (1=yes,0=no)"
               accept show-usd-total
               display "Show per-debtor totals too? (1=yes,0=no)"
               accept show-debtor-totals
               display "Include archived debts? (1=yes,0=no)"
               accept include-archived
           end-if
           perform load-currency-table
           move 1 to records-left
           open input debts-file
           if debt-file-status = "35"
           end-if
           perform report-month-collections
           if show-usd-total = 1
               perform load-current-rates
               perform print-converted-total
           end-if
           goback.

      *> USD, the base, comes first and then the master's currencies
      *> in code order.
       load-currency-table.
           move 0 to currency-count
           move "USD" to find-currency
           perform find-currency-slot
           move "Y" to cur-active(currency-ix)
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
                   perform find-currency-slot
                   if currency-ix > 0
                       move curr-active to cur-active(currency-ix)
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> a currency on the book but not on the master still gets a
      *> slot of its own, so nothing drops out of the totals.
       find-currency-slot.
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               or cur-code(currency-ix) = find-currency
               continue
           end-perform
           if currency-ix > currency-count
               if currency-count < 40
                   add 1 to currency-count
                   move find-currency to cur-code(currency-ix)
                   move "N" to cur-active(currency-ix)
                   move 0 to cur-owed-to-me(currency-ix)
                   move 0 to cur-i-owe(currency-ix)
                   move 0 to cur-written-off(currency-ix)
                   move 0 to cur-grand-total(currency-ix)
                   move 0 to cur-collected-month(currency-ix)
                   move 0 to cur-have-rate(currency-ix)
                   move 0 to cur-rate-date(currency-ix)
                   move 0 to cur-rate(currency-ix)
               else
                   move 0 to currency-ix
               end-if
           end-if
           .

       accumulate-entry.
           compute open-balance = amount - paid - written-off
           move debt-currency to find-currency
           perform find-currency-slot
           if currency-ix > 0
               add written-off to cur-written-off(currency-ix)
               if is-mine = 1
                   add open-balance to cur-owed-to-me(currency-ix)
               else
                   add open-balance to cur-i-owe(currency-ix)
               end-if
           end-if
           if show-debtor-totals = 1
               perform accumulate-debtor-entry
           end-if
                   else
                       move name to slot-debtor-name(debtor-slot-ix)
                   end-if
               end-if
           end-if
           if debtor-slot-ix > 0
               perform find-debtor-line
               if debtor-line-ix > 0
                   if is-mine = 1
                       add open-balance to line-owed(debtor-line-ix)
                   else
                       add open-balance to line-iowe(debtor-line-ix)
                   end-if
               end-if
           end-if
           .

       find-debtor-line.
           perform varying debtor-line-ix from 1 by 1
               until debtor-line-ix > debtor-line-count
               or (line-slot-ix(debtor-line-ix) = debtor-slot-ix
               and line-currency(debtor-line-ix) = debt-currency)
               continue
           end-perform
           if debtor-line-ix > debtor-line-count
               if debtor-line-count < 1000
                   add 1 to debtor-line-count
                   move debtor-slot-ix to line-slot-ix(debtor-line-ix)
                   move debt-currency to line-currency(debtor-line-ix)
                   move 0 to line-owed(debtor-line-ix)
                   move 0 to line-iowe(debtor-line-ix)
               else
                   if debtor-table-full-warned = 0
                       display "Too many debtors; per-debtor totals"
                           " are incomplete."
                       move 1 to debtor-table-full-warned
                   end-if
                   move 0 to debtor-line-ix
               end-if
           end-if
           .

      *> every active currency is shown, and a retired one for as
      *> long as anything is still on the book in it.
       print-report.
           display "==== Outstanding Balance Report ===="
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               compute cur-grand-total(currency-ix) =
                   cur-owed-to-me(currency-ix) + cur-i-owe(currency-ix)
               if cur-active(currency-ix) = "Y"
                   or cur-grand-total(currency-ix)
                   + cur-written-off(currency-ix) > 0
                   display " "
                   display "Currency " cur-code(currency-ix)
                   display "  Owed to me .......... "
                       cur-owed-to-me(currency-ix)
                   display "  I owe ............... "
                       cur-i-owe(currency-ix)
                   display "  Written off ......... "
                       cur-written-off(currency-ix)
                   display "  Grand total .......... "
                       cur-grand-total(currency-ix)
               end-if
           end-perform
           .

      *> archive.dat holds the same debtrec layout, so each record
           perform varying debtor-slot-ix from 1 by 1
               until debtor-slot-ix > debtor-slot-count
               display slot-debtor-id(debtor-slot-ix) " "
                   slot-debtor-name(debtor-slot-ix) no advancing
               move 0 to debtor-lines-shown
               perform varying debtor-line-ix from 1 by 1
                   until debtor-line-ix > debtor-line-count
                   if line-slot-ix(debtor-line-ix) = debtor-slot-ix
                       if debtor-lines-shown > 0
                           display "                         "
                               no advancing
                       end-if
                       display " " line-currency(debtor-line-ix)
                           " owed " line-owed(debtor-line-ix)
                           " " line-currency(debtor-line-ix)
                           " I-owe " line-iowe(debtor-line-ix)
                       add 1 to debtor-lines-shown
                   end-if
               end-perform
               if debtor-lines-shown = 0
                   display " "
               end-if
           end-perform
           .

               display " "
               display "No payment journal found; skipping collections."
           else
               compute journal-month-start = report-month * 100 + 1
               compute journal-month-end = report-month * 100 + 31
               perform start-month-journal
               perform until no-more-payments
                   compute pay-month-packed =
                       pay-year-of * 100 + pay-month-of
                       and pay-type not = "A"
                       and (pay-is-mine is not numeric
                           or pay-is-mine = 1)
                       perform collect-one-payment
                   end-if
                   perform read-month-journal
               end-perform
               close payments-file
               display " "
               display "==== Collected this month ===="
               perform varying currency-ix from 1 by 1
                   until currency-ix > currency-count
                   if cur-active(currency-ix) = "Y"
                       or cur-collected-month(currency-ix) > 0
                       display "  " cur-code(currency-ix)
                           " ................. "
                           cur-collected-month(currency-ix)
                   end-if
               end-perform
           end-if
           .

       collect-one-payment.
           move pay-currency to find-currency
           perform find-currency-slot
           evaluate true
               when currency-ix = 0
                   continue
               when pay-type = "R"
                   if pay-amount <= cur-collected-month(currency-ix)
                       subtract pay-amount
                           from cur-collected-month(currency-ix)
                   else
                       move 0 to cur-collected-month(currency-ix)
                   end-if
               when other
                   add pay-amount to cur-collected-month(currency-ix)
           end-evaluate
           .

      *> picks up the most recent rate on file for each currency and
      *> uses it to convert every open balance to USD for a
      *> consolidated view; rows from before rates.dat carried a
      *> currency are DOP.
       load-current-rates.
           move 1 to rates-left
           open input rates-file
           if rate-file-status not = "00"
               display "No rate table found; only USD is in the USD"
                   " total."
           else
               read rates-file
                   at end set rates-left to 0
               end-read
               perform until no-more-rates
                   if rate-currency = spaces
                       move "DOP" to rate-currency
                       move dop-per-usd to rate-per-usd
                   end-if
                   compute rate-date =
                       rate-year-of * 10000 + rate-month-of * 100
                       + rate-day-of
                   perform varying currency-ix from 1 by 1
                       until currency-ix > currency-count
                       if cur-code(currency-ix) = rate-currency
                           and rate-per-usd > 0
                           and rate-date > cur-rate-date(currency-ix)
                           move rate-date
                               to cur-rate-date(currency-ix)
                           move rate-per-usd to cur-rate(currency-ix)
                           move 1 to cur-have-rate(currency-ix)
                       end-if
                   end-perform
                   read rates-file
                       at end set rates-left to 0
                   end-read
           .

       print-converted-total.
           move 0 to owed-to-me-sum
           move 0 to i-owe-sum
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               evaluate true
                   when cur-code(currency-ix) = "USD"
                       add cur-owed-to-me(currency-ix)
                           to owed-to-me-sum
                       add cur-i-owe(currency-ix) to i-owe-sum
                   when cur-have-rate(currency-ix) = 1
                       compute owed-to-me-sum = owed-to-me-sum
                           + (cur-owed-to-me(currency-ix)
                           / cur-rate(currency-ix))
                       compute i-owe-sum = i-owe-sum
                           + (cur-i-owe(currency-ix)
                           / cur-rate(currency-ix))
                   when cur-grand-total(currency-ix) > 0
                       display "No rate on file for "
                           cur-code(currency-ix)
                           "; left out of the USD total."
               end-evaluate
           end-perform
           compute owed-to-me-usd rounded = owed-to-me-sum
           compute i-owe-usd rounded = i-owe-sum
           display " "
           display "==== Consolidated (all amounts in USD) ===="
           display "  Owed to me .......... " owed-to-me-usd
           display "  I owe ............... " i-owe-usd
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
       end program debtrpt.
