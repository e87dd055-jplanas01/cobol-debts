
      *> Rate table maintenance: the one program that writes
      *> rates.dat (ratetab.cpy layout), so the file no longer has to
      *> be hand-edited. Adds a day's rate for a currency (units of
      *> it per one USD), lists what is on file, and corrects a bad
      *> entry; the file is always rewritten whole from the loaded
      *> table so the layout stays intact, and rows from before the
      *> currency column come back out as DOP. Also maintains the
      *> currency master currency.dat (currmst.cpy) - setting up
      *> USD and DOP the first time it finds the file empty - which
      *> every program that validates, totals or converts works
      *> from. Warns at startup for each active currency whose
      *> newest rate is missing or more than a week old, since the
      *> reports always convert with the most recent one.

       environment division.
       input-output section.
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
       01 rate-file-status pic XX.
       01 curr-file-status pic XX.
       01 currencies-left pic 9 value 1.
           88 no-more-currencies value 0.
       01 rates-left pic 9 value 1.
           88 no-more-rates value 0.
       01 program-running pic 9 value 1.
           02 new-rate-day pic 99.
           02 new-rate-month pic 99.
           02 new-rate-year pic 9(4).
       01 new-rate-currency pic X(3).
       01 new-rate-value pic 9(5)v9(4).
       01 rate-count pic 9(4) value 0.
       01 rate-ix pic 9(4) value 0.
       01 rate-found-ix pic 9(4) value 0.
       01 list-line-count pic 99 value 0.
       01 list-page-size pic 99 value 10.
       01 browse-continue-key pic X.
       01 rate-display pic ZZZZ9.9999.
       01 rate-table.
           02 rate-slot occurs 2000 times.
               03 slot-day pic 99.
               03 slot-month pic 99.
               03 slot-year pic 9(4).
               03 slot-currency pic X(3).
               03 slot-rate pic 9(5)v9(4).
       01 currency-count pic 99 value 0.
       01 currency-ix pic 99 value 0.
       01 currency-table.
           02 currency-slot occurs 40 times.
               03 cslot-code pic X(3).
               03 cslot-active pic X.
       01 currency-found pic 9 value 0.
       01 curr-change-choice pic 9 value 0.
       01 new-curr-code pic X(3).
       01 new-curr-name pic X(20).
       01 new-curr-decimals pic 9 value 0.
       01 new-curr-active pic X.
       01 new-curr-rate pic 99v99 value 0.
       01 new-curr-charge pic 9(4) value 0.

       screen section.
       01 clear-screen.
           02 value "1. Add a rate" line 3 column 6.
           02 value "2. List rates" line 4 column 6.
           02 value "3. Correct a rate" line 5 column 6.
           02 value "4. List currencies" line 6 column 6.
           02 value "5. Add a currency" line 7 column 6.
           02 value "6. Change a currency" line 8 column 6.
           02 value "7. Quit" line 9 column 6.
           02 value "Choice:" line 11 column 6.
           02 input-menu-choice line 11 column 40 to menu-choice.

       01 rate-input-screen.
           02 value "Date DD MM YYYY:" line 2 column 6.
           02 input-rate-day line 2 column 40 to new-rate-day.
           02 input-rate-month line 2 column 43 to new-rate-month.
           02 input-rate-year line 2 column 46 to new-rate-year.
           02 value "Currency code (e.g. DOP, EUR):" line 3 column 6.
           02 input-rate-currency line 3 column 40
               to new-rate-currency.
           02 value "Units per one USD (000585000=58.5000)"
               line 4 column 6.
           02 input-rate-value line 4 column 44 to new-rate-value.
           02 error-text line 6 column 6 from error-message.

       procedure division.
           perform load-currency-table
           if currency-count = 0
               perform set-up-first-currencies
           end-if
           perform load-rate-table
           perform check-rate-age
           move 1 to program-running
                   when 3
                       perform correct-rate
                   when 4
                       perform list-currencies
                   when 5
                       perform add-currency
                   when 6
                       perform change-currency
                   when 7
                       move 0 to program-running
                   when other
                       display "Please choose 1-7."
               end-evaluate
           end-perform
           goback.
                       move rate-day-of to slot-day(rate-count)
                       move rate-month-of to slot-month(rate-count)
                       move rate-year-of to slot-year(rate-count)
                       if rate-currency = spaces
                           move "DOP" to slot-currency(rate-count)
                           move dop-per-usd to slot-rate(rate-count)
                       else
                           move rate-currency
                               to slot-currency(rate-count)
                           move rate-per-usd to slot-rate(rate-count)
                       end-if
                   else
                       move 1 to rate-table-overflow
                   end-if
           end-if
           .

      *> every active currency but USD needs a recent rate, since
      *> the reports always convert with the newest one on file.
       check-rate-age.
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(today-date)
           move 0 to rate-hit
           perform varying currency-ix from 1 by 1
               until currency-ix > currency-count
               if cslot-active(currency-ix) = "Y"
                   and cslot-code(currency-ix) not = "USD"
                   perform check-one-rate-age
               end-if
           end-perform
           if rate-hit = 1
               display "Press enter to continue..."
               accept pause-key
           end-if
           .

       check-one-rate-age.
           move 0 to best-rate-date
           perform varying rate-ix from 1 by 1
               until rate-ix > rate-count
               compute slot-date-packed = slot-year(rate-ix) * 10000
                   + slot-month(rate-ix) * 100 + slot-day(rate-ix)
               if slot-currency(rate-ix) = cslot-code(currency-ix)
                   and slot-date-packed > best-rate-date
                   move slot-date-packed to best-rate-date
               end-if
           end-perform
           if best-rate-date = 0
               display "No rate on file yet for "
                   cslot-code(currency-ix)
                   "; the reports cannot convert it to USD."
               move 1 to rate-hit
           else
               compute best-rate-integer =
                   function integer-of-date(best-rate-date)
               compute rate-age-days =
                   today-integer - best-rate-integer
               if rate-age-days > 7
                   display "Warning: newest " cslot-code(currency-ix)
                       " rate on file is " rate-age-days " days old."
                   move 1 to rate-hit
               end-if
           end-if
           .
                   display clear-screen
                   display rate-input-screen
                   accept rate-input-screen
                   move function upper-case(new-rate-currency)
                       to new-rate-currency
                   perform validate-rate-entry
               end-perform
               add 1 to rate-count
               move new-rate-day to slot-day(rate-count)
               move new-rate-month to slot-month(rate-count)
               move new-rate-year to slot-year(rate-count)
               move new-rate-currency to slot-currency(rate-count)
               move new-rate-value to slot-rate(rate-count)
               perform rewrite-rate-file
               display "Rate saved."
                       to error-message
               end-if
           end-if
           if input-valid = 1
               perform check-rate-currency
           end-if
           if input-valid = 1
               perform find-rate-by-date
               if rate-hit = 1
                   display clear-screen
                   display rate-input-screen
                   accept rate-input-screen
                   move function upper-case(new-rate-currency)
                       to new-rate-currency
                   perform validate-rate-correction
               end-perform
               move new-rate-value to slot-rate(rate-found-ix)
               perform find-rate-by-date
               if rate-hit = 0
                   move 0 to input-valid
                   move "No rate on file for that date and currency."
                       to error-message
               end-if
           end-if
               if slot-day(rate-ix) = new-rate-day
                   and slot-month(rate-ix) = new-rate-month
                   and slot-year(rate-ix) = new-rate-year
                   and slot-currency(rate-ix) = new-rate-currency
                   move 1 to rate-hit
                   compute rate-found-ix = rate-ix
               end-if
                   move slot-rate(rate-ix) to rate-display
                   display slot-day(rate-ix) "/"
                       slot-month(rate-ix) "/" slot-year(rate-ix)
                       "  " rate-display " " slot-currency(rate-ix)
                       " per USD"
                   add 1 to list-line-count
                   if list-line-count >= list-page-size
                       display "-- more? Enter=continue --"
               move slot-day(rate-ix) to rate-day-of
               move slot-month(rate-ix) to rate-month-of
               move slot-year(rate-ix) to rate-year-of
               move 0 to dop-per-usd
               move slot-currency(rate-ix) to rate-currency
               move slot-rate(rate-ix) to rate-per-usd
               write rate-entry
           end-perform
           close rates-file
           .

      *> USD is the base every rate is quoted against, so it never
      *> takes a rate of its own.
       check-rate-currency.
           move new-rate-currency to curr-code
           perform read-one-currency
           if new-rate-currency = "USD"
               move 0 to input-valid
               move "USD is the base currency; it has no rate."
                   to error-message
           else
               if currency-found = 0
                   move 0 to input-valid
                   move "That currency is not on the currency master."
                       to error-message
               end-if
           end-if
           .

       load-currency-table.
           move 0 to currency-count
           move 1 to currencies-left
           open input currency-file
           if curr-file-status not = "00"
               move 0 to currencies-left
           else
               read currency-file next record
                   at end set currencies-left to 0
               end-read
               perform until no-more-currencies
                   if currency-count < 40
                       add 1 to currency-count
                       move curr-code to cslot-code(currency-count)
                       move curr-active
                           to cslot-active(currency-count)
                   end-if
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           .

      *> an empty master gets the two currencies the book has
      *> always carried, with no accrual terms yet.
       set-up-first-currencies.
           open output currency-file
           move "USD" to curr-code
           move "US dollar" to curr-name
           move 2 to curr-decimals
           move "Y" to curr-active
           move 0 to curr-monthly-rate
           move 0 to curr-late-charge
           move X"0A" to curr-filler
           write curr-entry
           end-write
           move "DOP" to curr-code
           move "Dominican peso" to curr-name
           write curr-entry
           end-write
           close currency-file
           display "Currency master set up with USD and DOP."
           display "Press enter to continue..."
           accept pause-key
           perform load-currency-table
           .

       read-one-currency.
           move 0 to currency-found
           open input currency-file
           if curr-file-status = "00"
               read currency-file
                   invalid key
                       move 0 to currency-found
                   not invalid key
                       move 1 to currency-found
               end-read
               close currency-file
           end-if
           .

       list-currencies.
           display clear-screen
           display "Code Name                 Dec Active"
               " Interest% Late charge"
           move 1 to currencies-left
           open input currency-file
           if curr-file-status not = "00"
               move 0 to currencies-left
           else
               read currency-file next record
                   at end set currencies-left to 0
               end-read
               perform until no-more-currencies
                   display curr-code "  " curr-name " " curr-decimals
                       "   " curr-active "      " curr-monthly-rate
                       "     " curr-late-charge
                   read currency-file next record
                       at end set currencies-left to 0
                   end-read
               end-perform
               close currency-file
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       add-currency.
           display clear-screen
           display "New currency code (3 letters):"
           accept new-curr-code
           move function upper-case(new-curr-code) to new-curr-code
           move new-curr-code to curr-code
           perform read-one-currency
           evaluate true
               when new-curr-code is not alphabetic
                   or new-curr-code(3:1) = space
                   display "A currency code is three letters."
               when currency-found = 1
                   display new-curr-code " is already on the master."
               when currency-count >= 40
                   display "The currency master is full."
               when other
                   display "Name:"
                   accept new-curr-name
                   perform accept-currency-decimals
                   perform accept-currency-terms
                   move new-curr-code to curr-code
                   move new-curr-name to curr-name
                   move new-curr-decimals to curr-decimals
                   move "Y" to curr-active
                   move new-curr-rate to curr-monthly-rate
                   move new-curr-charge to curr-late-charge
                   move X"0A" to curr-filler
                   open i-o currency-file
                   write curr-entry
                       invalid key
                           display "Could not save the currency."
                       not invalid key
                           display "Currency " curr-code " added;"
                               " key its rate against USD next."
                   end-write
                   close currency-file
                   perform load-currency-table
           end-evaluate
           display "Press enter to continue..."
           accept pause-key
           .

       accept-currency-decimals.
           move 9 to new-curr-decimals
           perform until new-curr-decimals <= 4
               display "Decimal places (0-4):"
               accept new-curr-decimals
           end-perform
           .

       accept-currency-terms.
           display "Monthly interest rate % on overdue debts"
               " (e.g. 0250=2.50, 0=none):"
           accept new-curr-rate
           display "Flat late charge (0=none):"
           accept new-curr-charge
           .

       change-currency.
           display clear-screen
           display "Currency code to change:"
           accept new-curr-code
           move function upper-case(new-curr-code) to curr-code
           perform read-one-currency
           if currency-found = 0
               display "That currency is not on the master."
           else
               display curr-code " " curr-name " dec " curr-decimals
                   " active " curr-active " interest "
                   curr-monthly-rate " late charge " curr-late-charge
               display "Change: 1=name 2=decimal places"
                   " 3=accrual terms 4=active 0=nothing"
               accept curr-change-choice
               if curr-change-choice = 4 and curr-code = "USD"
                   display "USD is the base currency and stays"
                       " active."
               else
                   perform apply-currency-change
               end-if
           end-if
           display "Press enter to continue..."
           accept pause-key
           .

       apply-currency-change.
           evaluate curr-change-choice
               when 1
                   display "Name:"
                   accept new-curr-name
                   move new-curr-name to curr-name
               when 2
                   perform accept-currency-decimals
                   move new-curr-decimals to curr-decimals
               when 3
                   perform accept-currency-terms
                   move new-curr-rate to curr-monthly-rate
                   move new-curr-charge to curr-late-charge
               when 4
                   move space to new-curr-active
                   perform until new-curr-active = "Y"
                       or new-curr-active = "N"
                       display "Active for new business? (Y/N):"
                       accept new-curr-active
                       move function upper-case(new-curr-active)
                           to new-curr-active
                   end-perform
                   move new-curr-active to curr-active
               when other
                   continue
           end-evaluate
           if curr-change-choice >= 1 and curr-change-choice <= 4
               open i-o currency-file
               rewrite curr-entry
                   invalid key
                       display "Could not save the change."
                   not invalid key
                       display "Currency " curr-code " changed."
               end-rewrite
               close currency-file
               perform load-currency-table
           end-if
           .

       check-calendar-date.
           move 1 to date-valid
           if chk-month < 1 or chk-month > 12 or chk-year = 0
