      *> month for a chosen horizon, split by currency and by
      *> is-mine so money going out on my own debts nets against
      *> money coming in, with a consolidated USD net per period
      *> using each currency's newest rate on file, the way
      *> debtrpt's converted total does. The currencies come from
      *> the currency master (currmst.cpy), USD first, and a
      *> currency is shown once anything in the forecast is in
      *> it. Unpaid installments already past due print
      *> first as a carried-over line - they are money still
      *> expected, just not in any future period.

           select rates-file assign to "rates.dat"
               organization is line sequential
               file status rate-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.

       data division.
       file section.
           data record is rate-entry.
       copy ratetab.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       working-storage section.
       01 sched-file-status pic XX.
       01 debt-file-status pic XX.
       01 rate-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 rates-left pic 9 value 1.
       01 label-month pic 9(3) value 0.
       01 debt-on-file pic 9 value 0.
       01 skipped-unknown pic 9(4) value 0.
       01 skipped-no-slot pic 9(4) value 0.
       01 beyond-horizon pic 9(4) value 0.
       01 any-rate-missing pic 9 value 0.
       01 all-valued pic 9 value 0.
       01 rate-date pic 9(8).
       01 cur-net pic S9(7) value 0.
       01 consol-sum pic S9(9)v9(4) value 0.
       01 consol-usd pic S9(7)v99 value 0.
       01 net-edited pic +(7)9.
       01 consol-edited pic +(7)9.99.
       01 find-currency pic X(3).
       01 currency-count pic 99 value 0.
       01 currency-ix pic 99 value 0.
       01 slot-ix pic 99 value 0.
       01 bucket-in pic 9(7) value 0.
       01 bucket-out pic 9(7) value 0.
       01 currency-table.
           02 currency-slot occurs 40 times.
               03 fcur-code pic X(3).
               03 fcur-total-in pic 9(7).
               03 fcur-total-out pic 9(7).
               03 fcur-have-rate pic 9.
               03 fcur-rate-date pic 9(8).
               03 fcur-rate pic 9(5)v9(4).
      *> slot 1 is the overdue carry-in, slot n + 1 period n
       01 fct-table.
           02 fct-slot occurs 61 times.
               03 fct-currency occurs 40 times.
                   04 fct-in pic 9(7).
                   04 fct-out pic 9(7).

       procedure division.
           display "Forecast by week or by month? (W/M):"
           compute today-integer = function integer-of-date(today-date)
           move today-date(1:4) to today-year
           move today-date(5:2) to today-month
           initialize fct-table
           perform load-currency-table
           perform load-current-rates
           open input scheds-file
           if sched-file-status not = "00"
               display "No schedule file found; nothing to project."
           .

       add-to-bucket.
           move debt-currency to find-currency
           perform find-currency-slot
           evaluate true
               when currency-ix = 0
                   add 1 to skipped-no-slot
               when bucket-ix > horizon-count
                   add 1 to beyond-horizon
               when other
                   compute slot-ix = bucket-ix + 1
                   if is-mine = 1
                       add sched-amount
                           to fct-in(slot-ix, currency-ix)
                       add sched-amount to fcur-total-in(currency-ix)
                   else
                       add sched-amount
                           to fct-out(slot-ix, currency-ix)
                       add sched-amount to fcur-total-out(currency-ix)
                   end-if
           end-evaluate
           .

      *> USD, the base, comes first and then the master's currencies
      *> in code order.
       load-currency-table.
           move 0 to currency-count
           move "USD" to find-currency
           perform find-currency-slot
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
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> a currency on a debt but not on the master still gets a
      *> slot of its own, so nothing drops out of the forecast.
       find-currency-slot.
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               or fcur-code(currency-ix) = find-currency
               continue
           end-perform
           if currency-ix > currency-count
               if currency-count < 40
                   add 1 to currency-count
                   move find-currency to fcur-code(currency-ix)
                   move 0 to fcur-total-in(currency-ix)
                   move 0 to fcur-total-out(currency-ix)
                   move 0 to fcur-have-rate(currency-ix)
                   move 0 to fcur-rate-date(currency-ix)
                   move 0 to fcur-rate(currency-ix)
               else
                   move 0 to currency-ix
               end-if
           end-if
           .

       print-forecast.
           if period-choice = "W"
               display "==== Cash-flow forecast, next "
                   horizon-count " month(s) ===="
           end-if
           display " "
           move 0 to bucket-in
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               add fct-in(1, currency-ix) to bucket-in
               add fct-out(1, currency-ix) to bucket-in
           end-perform
           if bucket-in > 0
               display "Overdue, still expected:"
               move 1 to slot-ix
               perform print-slot-lines
               display " "
           end-if
           perform varying print-ix from 1 by 1
               until print-ix > horizon-count
               perform print-one-bucket
           end-perform
           display " "
           display "Total (overdue included):"
           move 1 to all-valued
           move 0 to consol-sum
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               if fcur-total-in(currency-ix)
                   + fcur-total-out(currency-ix) > 0
                   move fcur-total-in(currency-ix) to bucket-in
                   move fcur-total-out(currency-ix) to bucket-out
                   perform print-currency-line
               end-if
           end-perform
           perform print-consolidated-net
           if beyond-horizon > 0
               display beyond-horizon " installment(s) fall past"
               display skipped-unknown " installment(s) skipped"
                   " (debt not found in debts.dat)."
           end-if
           if skipped-no-slot > 0
               display skipped-no-slot " installment(s) skipped"
                   " (more currencies than the forecast can hold)."
           end-if
           if any-rate-missing = 1
               display "A currency in the forecast has no rate on"
                   " file; its consolidated USD nets were skipped."
           end-if
           .

                   function mod(label-month - 1, 12) + 1
               display "Month " label-year "/" label-month ":"
           end-if
           compute slot-ix = print-ix + 1
           perform print-slot-lines
           .

      *> one line per currency that shows up anywhere in the
      *> forecast, then the period's consolidated USD net.
       print-slot-lines.
           move 1 to all-valued
           move 0 to consol-sum
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               if fcur-total-in(currency-ix)
                   + fcur-total-out(currency-ix) > 0
                   move fct-in(slot-ix, currency-ix) to bucket-in
                   move fct-out(slot-ix, currency-ix) to bucket-out
                   perform print-currency-line
               end-if
           end-perform
           perform print-consolidated-net
           .

       print-currency-line.
           compute cur-net = bucket-in - bucket-out
           move cur-net to net-edited
           display "  " fcur-code(currency-ix) " in " bucket-in
               " out " bucket-out "  net " net-edited
           evaluate true
               when fcur-code(currency-ix) = "USD"
                   add cur-net to consol-sum
               when fcur-have-rate(currency-ix) = 1
                   compute consol-sum = consol-sum
                       + (cur-net / fcur-rate(currency-ix))
               when cur-net not = 0
                   move 0 to all-valued
                   move 1 to any-rate-missing
           end-evaluate
           .

       print-consolidated-net.
           if all-valued = 1
               compute consol-usd rounded = consol-sum
               move consol-usd to consol-edited
               display "  consolidated USD " consol-edited
           end-if
           .

      *> picks up the most recent rate on file for each currency,
      *> the same way debtrpt does for its consolidated total; rows
      *> from before rates.dat carried a currency are DOP.
       load-current-rates.
           move 1 to rates-left
           open input rates-file
           if rate-file-status not = "00"
               move 0 to rates-left
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
                       if fcur-code(currency-ix) = rate-currency
                           and rate-per-usd > 0
                           and rate-date > fcur-rate-date(currency-ix)
                           move rate-date
                               to fcur-rate-date(currency-ix)
                           move rate-per-usd to fcur-rate(currency-ix)
                           move 1 to fcur-have-rate(currency-ix)
                       end-if
                   end-perform
                   read rates-file
                       at end set rates-left to 0
                   end-read
