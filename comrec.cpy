      *> comrec.cpy - record layout for the agency commission file
      *> (commission.dat). debtagy appends one row for every
      *> collection on the agency's return: the gross it collected,
      *> which is posted to the debt as an ordinary "P" row, and the
      *> commission it kept, which is our cost and never touches the
      *> debt. com-date is the agency's collection date and
      *> com-import-date the day the return was posted, YYYYMMDD.
       01 com-entry.
           02 com-agency pic X(4).
           02 com-debt-number pic 9(6).
           02 com-date pic 9(8).
           02 com-collected pic 9(5).
           02 com-commission pic 9(5).
           02 com-currency pic X(3).
           02 com-import-date pic 9(8).
