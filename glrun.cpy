      *> glrun.cpy - shared record layout for the general-ledger
      *> batch log (glpost.dat), appended by debtgl. Events: O a
      *> batch opened, C it completed (with its line count and
      *> debit and credit totals), X an incomplete batch was rolled
      *> back, T the take-on marked the existing book as already in
      *> the ledger. After a C or T row come R rows, one per foreign
      *> currency, with the rate (units per USD) and the open
      *> receivable and payable positions the batch valued, which
      *> the next batch revalues from.
       01 glr-entry.
           02 glr-batch pic 9(6).
           02 glr-event pic X.
           02 glr-date.
               03 glr-day pic 99.
               03 glr-month pic 99.
               03 glr-year pic 9(4).
           02 glr-lines pic 9(7).
           02 glr-debits pic 9(11).
           02 glr-credits pic 9(11).
           02 glr-currency pic X(3).
           02 glr-rate pic 9(5)v9(4).
           02 glr-recv pic 9(9).
           02 glr-payb pic 9(9).
