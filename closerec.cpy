      *> closerec.cpy - shared record layout for the month-end close
      *> history file (closes.dat). A month is closed as one row
      *> per currency (close-row-type "C"): the open position per
      *> side at closing time, plus what the payment journal says
      *> came in, was written off and was accrued as late charges
      *> during that month. Months closed before the currency
      *> master existed hold a single row in the old two-currency
      *> layout, USD and DOP side by side; its first byte is a
      *> digit, never "C", so readers tell the two apart by
      *> close-currency-row. The old layout's accrued columns are
      *> newer than the file; rows closed before they existed read
      *> back as spaces, so readers guard them with "is numeric"
      *> the way debtrpt guards pay-is-mine.
       01 close-entry.
           02 close-year pic 9(4).
           02 close-month pic 99.
           02 close-two-currency.
               03 close-usd-owed-to-me pic 9(7).
               03 close-usd-i-owe pic 9(7).
               03 close-dop-owed-to-me pic 9(7).
               03 close-dop-i-owe pic 9(7).
               03 close-usd-collected pic 9(7).
               03 close-dop-collected pic 9(7).
               03 close-usd-written-off pic 9(7).
               03 close-dop-written-off pic 9(7).
               03 close-usd-accrued pic 9(7).
               03 close-dop-accrued pic 9(7).
           02 close-by-currency redefines close-two-currency.
               03 close-row-type pic X.
                   88 close-currency-row value "C".
               03 close-currency pic X(3).
               03 close-owed-to-me pic 9(7).
               03 close-i-owe pic 9(7).
               03 close-collected pic 9(7).
               03 close-written-off pic 9(7).
               03 close-accrued pic 9(7).
               03 filler pic X(31).
