      *> ratetab.cpy - shared record layout for the currency rate table
      *> (rates.dat). One record per rate change: how many units of
      *> rate-currency buy one USD from that date on. The file began
      *> as DOP per USD only; rows from then read back with
      *> rate-currency blank and their rate in dop-per-usd, so every
      *> reader takes a blank currency as DOP at dop-per-usd.
       01 rate-entry.
           02 rate-day-of pic 99.
           02 rate-month-of pic 99.
           02 rate-year-of pic 9(4).
           02 dop-per-usd pic 9(3)v99.
           02 rate-currency pic X(3).
           02 rate-per-usd pic 9(5)v9(4).
