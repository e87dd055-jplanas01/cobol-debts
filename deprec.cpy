      *> deprec.cpy - record layout for the bank's deposit file
      *> (deposits.dat). One line per deposit credited to the
      *> account: the value date, the amount in whole units, the
      *> currency, and whatever the payer put in the reference - a
      *> debt number, a debtor number or just a name. debtbnk reads
      *> it to match and post the deposits.
       01 dep-entry.
           02 dep-date.
               03 dep-day-of pic 99.
               03 dep-month-of pic 99.
               03 dep-year-of pic 9(4).
           02 dep-amount pic 9(5).
           02 dep-currency pic A(3).
           02 dep-reference pic X(30).
