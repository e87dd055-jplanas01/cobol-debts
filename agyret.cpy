      *> agyret.cpy - record layout for the collection agency's
      *> monthly return file (agyret.dat). Type C reports money the
      *> agency collected on a placed debt, gross, with the
      *> commission it kept; type R hands a debt back to us
      *> uncollected, or confirms a recall we asked for. The date is
      *> when the agency collected or returned it.
       01 ret-entry.
           02 ret-agency pic X(4).
           02 ret-debt-number pic 9(6).
           02 ret-type pic X.
           02 ret-date.
               03 ret-day-of pic 99.
               03 ret-month-of pic 99.
               03 ret-year-of pic 9(4).
           02 ret-amount pic 9(5).
           02 ret-commission pic 9(5).
           02 ret-currency pic X(3).
