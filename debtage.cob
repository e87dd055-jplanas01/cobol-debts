      *> Aging report: walks every open debt (paid less than amount)
      *> that is owed to me and buckets it by days since debt-date,
      *> using today's system date, so stale receivables stand out.
      *> Totals are kept per currency: USD first, then the currency
      *> master (currmst.cpy) in code order, plus any other code
      *> found on a debt. A currency prints when it is active or
      *> has anything in its buckets.

       environment division.
       input-output section.
               access mode is sequential
               record key is debt-number
               file status debt-file-status.
           select currency-file assign to "currency.dat"
               organization is indexed
               access mode is dynamic
               record key is curr-code
               file status curr-file-status.

       data division.
       file section.
           data record is debt-entry.
       copy debtrec.

       fd currency-file
           data record is curr-entry.
       copy currmst.

       working-storage section.
       01 debt-file-status pic XX.
       01 curr-file-status pic XX.
       01 records-left pic 9 value 1.
           88 no-more-records value 0.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.

       01 today-date pic 9(8).
       01 today-integer pic 9(7).
       01 days-since pic S9(5).
       01 bucket-label pic X(8).

       01 find-currency pic X(3).
       01 age-count pic 99 value 0.
       01 age-ix pic 99 value 0.
       01 age-table.
           02 age-slot occurs 40 times.
               03 age-currency pic X(3).
               03 age-active pic X.
               03 age-0-30 pic 9(7).
               03 age-31-60 pic 9(7).
               03 age-61-90 pic 9(7).
               03 age-over-90 pic 9(7).
       01 open-balance pic 9(5).

       procedure division.
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           perform load-currency-table
           display "==== Aging Report (money owed to me) ===="
           display " "
           move 1 to records-left
           .

       bucket-this-entry.
           move debt-currency to find-currency
           perform find-age-slot
           evaluate true
               when days-since <= 30
                   move "0-30" to bucket-label
                   if age-ix > 0
                       add open-balance to age-0-30(age-ix)
                   end-if
               when days-since <= 60
                   move "31-60" to bucket-label
                   if age-ix > 0
                       add open-balance to age-31-60(age-ix)
                   end-if
               when days-since <= 90
                   move "61-90" to bucket-label
                   if age-ix > 0
                       add open-balance to age-61-90(age-ix)
                   end-if
               when other
                   move "90+" to bucket-label
                   if age-ix > 0
                       add open-balance to age-over-90(age-ix)
                   end-if
           end-evaluate
           .

      *> USD, the base, comes first and then the master's currencies
      *> in code order.
       load-currency-table.
           move 0 to age-count
           move "USD" to find-currency
           perform find-age-slot
           move "Y" to age-active(age-ix)
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
                   perform find-age-slot
                   if age-ix > 0
                       move curr-active to age-active(age-ix)
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> a currency on a debt but not on the master still gets a
      *> slot of its own, so nothing drops out of the totals.
       find-age-slot.
           perform varying age-ix from 1 by 1
               until age-ix > age-count
               or age-currency(age-ix) = find-currency
               continue
           end-perform
           if age-ix > age-count
               if age-count < 40
                   add 1 to age-count
                   move find-currency to age-currency(age-ix)
                   move "N" to age-active(age-ix)
                   move 0 to age-0-30(age-ix)
                   move 0 to age-31-60(age-ix)
                   move 0 to age-61-90(age-ix)
                   move 0 to age-over-90(age-ix)
               else
                   move 0 to age-ix
               end-if
           end-if
           .

       print-age-totals.
           display " "
           display "==== Totals by age bucket ===="
           display "       0-30 days  31-60 days  61-90 days"
               "    90+ days"
           perform varying age-ix from 1 by 1
               until age-ix > age-count
               if age-active(age-ix) = "Y"
                   or age-0-30(age-ix) + age-31-60(age-ix)
                   + age-61-90(age-ix) + age-over-90(age-ix) > 0
                   display "  " age-currency(age-ix) "    "
                       age-0-30(age-ix) "     " age-31-60(age-ix)
                       "     " age-61-90(age-ix) "     "
                       age-over-90(age-ix)
               end-if
           end-perform
           .
       end program debtage.
