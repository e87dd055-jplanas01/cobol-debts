      *> currmst.cpy - record layout for the currency master
      *> (currency.dat), indexed by curr-code. One record per
      *> currency the book can carry: its name, the decimal places
      *> its amounts are quoted in, whether new business may still
      *> be written in it (curr-active Y/N - debts already on file
      *> in a retired currency keep totalling), and the monthly
      *> interest rate and flat late charge debtacr applies to
      *> overdue debts in it. USD is the base currency every
      *> rates.dat rate is quoted against; ratemnt maintains the
      *> file and sets up USD and DOP the first time it runs.
       01 curr-entry.
           02 curr-code pic X(3).
           02 curr-name pic X(20).
           02 curr-decimals pic 9.
           02 curr-active pic X.
           02 curr-monthly-rate pic 99v99.
           02 curr-late-charge pic 9(4).
           02 curr-filler pic X value X"0A".
