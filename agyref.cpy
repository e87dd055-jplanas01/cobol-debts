      *> agyref.cpy - record layout for the placement file sent to
      *> the collection agency (plcYYYYMMDD.dat, one per day). An
      *> action P row places a debt with its debtor's name, phone
      *> and open balance; an action R row tells the agency we are
      *> taking the debt back. Dates are YYYYMMDD.
       01 ref-entry.
           02 ref-action pic X.
           02 ref-agency pic X(4).
           02 ref-debt-number pic 9(6).
           02 ref-debtor-number pic 9(4).
           02 ref-debtor-name pic X(20).
           02 ref-debtor-phone pic X(12).
           02 ref-open-balance pic 9(5).
           02 ref-currency pic X(3).
           02 ref-date pic 9(8).
           02 ref-description pic X(40).
