      *> dunlog.cpy - record layout for the dunning log
      *> (dunlog.dat). debtdun appends one row for every debt that
      *> goes on a notice, with the notice level (1 gentle, 2 firm,
      *> 3 final) and the run date as YYYYMMDD, so what was sent
      *> and when stays on file after the notice itself is gone.
      *> debtagy reads it to find debts a final notice has not
      *> brought in.
       01 dunlog-entry.
           02 dunlog-debt-number pic 9(6).
           02 dunlog-debtor-id pic 9(4).
           02 dunlog-level pic 9.
           02 dunlog-date pic 9(8).
