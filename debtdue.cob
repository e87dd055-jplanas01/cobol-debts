      *> every unpaid installment falling due within the next 7 days,
      *> with per-currency totals, so the coming week's expected
      *> collections are visible before they are late (debtage covers
      *> what is already overdue, after the fact). The totals run
      *> USD first, then the currency master (currmst.cpy) in code
      *> order, plus any other code found on a debt; a currency
      *> prints when it is active or has anything due.

       environment division.
       input-output section.
               access mode is dynamic
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
       01 sched-file-status pic XX.
       01 debt-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 scheds-left pic 9 value 1.
           88 no-more-scheds value 0.
       01 debts-open pic 9 value 0.
       01 sched-date-integer pic 9(7).
       01 days-until pic S9(5).
       01 due-count pic 9(3) value 0.
       01 unknown-due-total pic 9(7) value 0.
       01 find-currency pic X(3).
       01 due-cur-count pic 99 value 0.
       01 due-cur-ix pic 99 value 0.
       01 due-currency-table.
           02 due-currency-slot occurs 40 times.
               03 due-currency pic X(3).
               03 due-active pic X.
               03 due-total pic 9(7).

       procedure division.
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           perform load-currency-table
           display "==== Installments due in the next 7 days ===="
           display " "
           open input scheds-file
               end-if
               display " "
               display due-count " installment(s) due."
               perform varying due-cur-ix from 1 by 1
                   until due-cur-ix > due-cur-count
                   if due-active(due-cur-ix) = "Y"
                       or due-total(due-cur-ix) > 0
                       display "  " due-currency(due-cur-ix)
                           " total ........... " due-total(due-cur-ix)
                   end-if
               end-perform
               if unknown-due-total > 0
                   display "  Unknown currency .... "
                       unknown-due-total
               sched-day-of "/" sched-month-of "/" sched-year-of
               " " sched-amount " " debt-currency " " name
           add 1 to due-count
           move debt-currency to find-currency
           if find-currency = spaces
               move 0 to due-cur-ix
           else
               perform find-due-slot
           end-if
           if due-cur-ix = 0
               add sched-amount to unknown-due-total
           else
               add sched-amount to due-total(due-cur-ix)
           end-if
           .

      *> USD, the base, comes first and then the master's currencies
      *> in code order.
       load-currency-table.
           move 0 to due-cur-count
           move "USD" to find-currency
           perform find-due-slot
           move "Y" to due-active(due-cur-ix)
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
                   perform find-due-slot
                   if due-cur-ix > 0
                       move curr-active to due-active(due-cur-ix)
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

       find-due-slot.
           perform varying due-cur-ix from 1 by 1
               until due-cur-ix > due-cur-count
               or due-currency(due-cur-ix) = find-currency
               continue
           end-perform
           if due-cur-ix > due-cur-count
               if due-cur-count < 40
                   add 1 to due-cur-count
                   move find-currency to due-currency(due-cur-ix)
                   move "N" to due-active(due-cur-ix)
                   move 0 to due-total(due-cur-ix)
               else
                   move 0 to due-cur-ix
               end-if
           end-if
           .
       end program debtdue.
