       program-id. debttrd.

      *> Trend report: prints the last twelve month-end closes from
      *> closes.dat side by side, one month per group of lines (one
      *> line per currency), so the direction of the book - owed to
      *> me, I owe, collected, written off - is visible at a glance.
      *> Months closed under the old two-currency layout are read
      *> as a USD line and a DOP line; months closed since come one
      *> row per currency (closerec.cpy). Each close's figures in
      *> every currency but USD are also valued at the rate in
      *> effect on that close date (the newest rates.dat entry for
      *> that currency dated inside or before the close month),
      *> giving one consolidated USD net per month, and the
      *> month-over-month change is split into what the book really
      *> did - collections, write-offs, new debts - versus what the
      *> rate movements alone did to the prior foreign positions.

       environment division.
       input-output section.
       01 rate-overflow pic 9 value 0.
       01 lookup-year pic 9(4) value 0.
       01 lookup-month pic 99 value 0.
       01 lookup-currency pic X(3).
       01 close-cutoff-packed pic 9(8) value 0.
       01 best-rate-date pic 9(8) value 0.
       01 value-rate pic 9(5)v9(4) value 0.
       01 have-value-rate pic 9 value 0.
       01 prev-rate pic 9(5)v9(4) value 0.
       01 month-valued pic 9 value 0.
       01 split-valued pic 9 value 0.
       01 row-net pic s9(7) value 0.
       01 this-consol pic s9(7)v99 value 0.
       01 prev-consol pic s9(7)v99 value 0.
       01 consol-sum pic s9(9)v9(4) value 0.
       01 fx-sum pic s9(9)v9(4) value 0.
       01 change-usd pic s9(7)v99 value 0.
       01 fx-impact pic s9(7)v99 value 0.
       01 activity-impact pic s9(7)v99 value 0.
       01 rate-display pic ZZZZ9.9999.
       01 consol-edited pic +(7)9.99.
       01 change-edited pic +(7)9.99.
       01 impact-edited pic +(7)9.99.
       01 rate-table.
           02 rate-slot occurs 2000 times.
               03 rslot-date-packed pic 9(8).
               03 rslot-currency pic X(3).
               03 rslot-rate pic 9(5)v9(4).
       01 closes-left pic 9 value 1.
           88 no-more-closes value 0.
      *> a month is every consecutive row with the same year and
      *> month; the newest thirteen are loaded so the first one
      *> shown still has a month before it to compare with.
       01 group-year pic 9(4) value 0.
       01 group-month pic 99 value 0.
       01 months-on-file pic 9(5) value 0.
       01 months-to-skip pic 9(5) value 0.
       01 months-seen pic 9(5) value 0.
       01 close-count pic 99 value 0.
       01 close-ix pic 99 value 0.
       01 first-shown pic 99 value 1.
       01 close-table.
           02 close-slot occurs 13 times.
               03 slot-year pic 9(4).
               03 slot-month pic 99.
               03 slot-first-row pic 9(3).
               03 slot-row-count pic 99.
       01 row-count pic 9(3) value 0.
       01 row-ix pic 9(3) value 0.
       01 row-end pic 9(3) value 0.
       01 row-table.
           02 row-slot occurs 520 times.
               03 row-currency pic X(3).
               03 row-owed pic 9(7).
               03 row-iowe pic 9(7).
               03 row-coll pic 9(7).
               03 row-woff pic 9(7).
               03 row-accr pic 9(7).

       procedure division.
           perform load-rate-table
           perform count-close-months
           perform load-close-table
           if close-count = 0
               display "No month-end closes on file yet; run the"
               display "==== Trend: last twelve closes ===="
               display " "
               if close-count > 12
                   move 2 to first-shown
               else
                   move 1 to first-shown
               end-if
           end-if
           goback.

       count-close-months.
           move 0 to months-on-file
           move 0 to group-year
           move 0 to group-month
           move 1 to closes-left
           open input closes-file
           if close-file-status not = "00"
               move 0 to closes-left
           else
               read closes-file
                   at end set closes-left to 0
               end-read
               perform until no-more-closes
                   if close-year not = group-year
                       or close-month not = group-month
                       add 1 to months-on-file
                       move close-year to group-year
                       move close-month to group-month
                   end-if
                   read closes-file
                       at end set closes-left to 0
                   end-read
               end-perform
               close closes-file
           end-if
           if months-on-file > 13
               compute months-to-skip = months-on-file - 13
           else
               move 0 to months-to-skip
           end-if
           .

       load-close-table.
           move 0 to close-count
           move 0 to row-count
           move 0 to months-seen
           move 0 to group-year
           move 0 to group-month
           move 1 to closes-left
           open input closes-file
           if close-file-status not = "00"
                   at end set closes-left to 0
               end-read
               perform until no-more-closes
                   if close-year not = group-year
                       or close-month not = group-month
                       add 1 to months-seen
                       move close-year to group-year
                       move close-month to group-month
                       if months-seen > months-to-skip
                           add 1 to close-count
                           move close-year to slot-year(close-count)
                           move close-month
                               to slot-month(close-count)
                           compute slot-first-row(close-count) =
                               row-count + 1
                           move 0 to slot-row-count(close-count)
                       end-if
                   end-if
                   if months-seen > months-to-skip
                       if close-currency-row
                           perform load-currency-row
                       else
                           perform load-two-currency-row
                       end-if
                   end-if
                   read closes-file
                       at end set closes-left to 0
           end-if
           .

       load-currency-row.
           if row-count < 520
               add 1 to row-count
               add 1 to slot-row-count(close-count)
               move close-currency to row-currency(row-count)
               move close-owed-to-me to row-owed(row-count)
               move close-i-owe to row-iowe(row-count)
               move close-collected to row-coll(row-count)
               move close-written-off to row-woff(row-count)
               move close-accrued to row-accr(row-count)
           end-if
           .

      *> a month closed before the currency master is one row with
      *> USD and DOP side by side.
       load-two-currency-row.
           if row-count < 519
               add 1 to row-count
               add 1 to slot-row-count(close-count)
               move "USD" to row-currency(row-count)
               move close-usd-owed-to-me to row-owed(row-count)
               move close-usd-i-owe to row-iowe(row-count)
               move close-usd-collected to row-coll(row-count)
               move close-usd-written-off to row-woff(row-count)
      *> the accrued columns are newer than the file; rows closed
      *> before they existed read back as spaces.
               if close-usd-accrued is numeric
                   move close-usd-accrued to row-accr(row-count)
               else
                   move 0 to row-accr(row-count)
               end-if
               add 1 to row-count
               add 1 to slot-row-count(close-count)
               move "DOP" to row-currency(row-count)
               move close-dop-owed-to-me to row-owed(row-count)
               move close-dop-i-owe to row-iowe(row-count)
               move close-dop-collected to row-coll(row-count)
               move close-dop-written-off to row-woff(row-count)
               if close-dop-accrued is numeric
                   move close-dop-accrued to row-accr(row-count)
               else
                   move 0 to row-accr(row-count)
               end-if
           end-if
           .

       load-rate-table.
                       compute rslot-date-packed(rate-count) =
                           rate-year-of * 10000
                           + rate-month-of * 100 + rate-day-of
                       if rate-currency = spaces
                           move "DOP" to rslot-currency(rate-count)
                           move dop-per-usd to rslot-rate(rate-count)
                       else
                           move rate-currency
                               to rslot-currency(rate-count)
                           move rate-per-usd to rslot-rate(rate-count)
                       end-if
                   else
                       move 1 to rate-overflow
                   end-if
           end-if
           .

      *> the rate in effect on a close date is the newest entry for
      *> the currency dated inside or before that close month (day
      *> 99 covers every real day the month can hold).
       find-rate-for-close.
           move 0 to have-value-rate
           move 0 to value-rate
               lookup-year * 10000 + lookup-month * 100 + 99
           perform varying rate-ix from 1 by 1
               until rate-ix > rate-count
               if rslot-currency(rate-ix) = lookup-currency
                   and rslot-date-packed(rate-ix)
                       <= close-cutoff-packed
                   and rslot-date-packed(rate-ix) > best-rate-date
                   and rslot-rate(rate-ix) > 0
                   move rslot-date-packed(rate-ix)
                       to best-rate-date
                   move rslot-rate(rate-ix) to value-rate
           .

       print-one-close.
           compute row-end = slot-first-row(close-ix)
               + slot-row-count(close-ix) - 1
           perform varying row-ix from slot-first-row(close-ix) by 1
               until row-ix > row-end
               if row-ix = slot-first-row(close-ix)
                   display slot-year(close-ix) "/"
                       slot-month(close-ix) " " no advancing
               else
                   display "        " no advancing
               end-if
               display row-currency(row-ix)
                   " owed " row-owed(row-ix)
                   " I-owe " row-iowe(row-ix)
                   " coll " row-coll(row-ix)
                   " w-off " row-woff(row-ix)
                   " accr " row-accr(row-ix) no advancing
               if row-currency(row-ix) = "USD"
                   display " "
               else
                   move slot-year(close-ix) to lookup-year
                   move slot-month(close-ix) to lookup-month
                   move row-currency(row-ix) to lookup-currency
                   perform find-rate-for-close
                   if have-value-rate = 1
                       move value-rate to rate-display
                       display " @ " rate-display
                   else
                       display " (no rate)"
                   end-if
               end-if
           end-perform
           perform print-valued-close
           .

      *> one consolidated USD net per month at that month's rates,
      *> then the split everyone asks about when the total drops:
      *> how much the book really moved (collections, write-offs,
      *> new debts) and how much is just the exchange rates - each
      *> prior foreign position revalued at this month's rate versus
      *> last month's.
       print-valued-close.
           perform value-this-month
           if month-valued = 0
               display "        (a currency has no rate on file on or"
                   " before this close; not valued)"
           else
               move this-consol to consol-edited
               display "        consolidated USD " consol-edited
                   no advancing
               if close-ix > 1
                   perform print-fx-split
           end-if
           .

       value-this-month.
           move 1 to month-valued
           move 0 to consol-sum
           compute row-end = slot-first-row(close-ix)
               + slot-row-count(close-ix) - 1
           perform varying row-ix from slot-first-row(close-ix) by 1
               until row-ix > row-end
               compute row-net = row-owed(row-ix) - row-iowe(row-ix)
               if row-currency(row-ix) = "USD"
                   add row-net to consol-sum
               else
                   move slot-year(close-ix) to lookup-year
                   move slot-month(close-ix) to lookup-month
                   move row-currency(row-ix) to lookup-currency
                   perform find-rate-for-close
                   evaluate true
                       when have-value-rate = 1
                           compute consol-sum =
                               consol-sum + (row-net / value-rate)
                       when row-net not = 0
                           move 0 to month-valued
                   end-evaluate
               end-if
           end-perform
           compute this-consol rounded = consol-sum
           .

      *> last month's consolidated net and, per foreign currency,
      *> what its position then is worth at this month's rate less
      *> what it was worth at last month's.
       print-fx-split.
           move 1 to split-valued
           move 0 to consol-sum
           move 0 to fx-sum
           compute row-end = slot-first-row(close-ix - 1)
               + slot-row-count(close-ix - 1) - 1
           perform varying row-ix from slot-first-row(close-ix - 1)
               by 1 until row-ix > row-end
               compute row-net = row-owed(row-ix) - row-iowe(row-ix)
               if row-currency(row-ix) = "USD"
                   add row-net to consol-sum
               else
                   perform value-prior-row
               end-if
           end-perform
           if split-valued = 0
               display " "
           else
               compute prev-consol rounded = consol-sum
               compute change-usd = this-consol - prev-consol
               compute fx-impact rounded = fx-sum
               compute activity-impact = change-usd - fx-impact
               move change-usd to change-edited
               display "  chg " change-edited no advancing
               display "  fx " impact-edited
           end-if
           .

       value-prior-row.
           move row-currency(row-ix) to lookup-currency
           move slot-year(close-ix - 1) to lookup-year
           move slot-month(close-ix - 1) to lookup-month
           perform find-rate-for-close
           move value-rate to prev-rate
           if have-value-rate = 1
               move slot-year(close-ix) to lookup-year
               move slot-month(close-ix) to lookup-month
               perform find-rate-for-close
           end-if
           evaluate true
               when have-value-rate = 1
                   compute consol-sum =
                       consol-sum + (row-net / prev-rate)
                   compute fx-sum = fx-sum
                       + (row-net / value-rate)
                       - (row-net / prev-rate)
               when row-net not = 0
                   move 0 to split-valued
           end-evaluate
           .
       end program debttrd.
