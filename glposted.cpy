      *> glposted.cpy - shared record layout for the general-ledger
      *> posting log (glposted.dat), one record per debt that has
      *> reached the ledger. glp-origin-posted Y means the debt's
      *> origination has gone out; glp-rows-posted is how many of
      *> the debt's payments.dat rows, in journal order, have gone
      *> out, so the next run starts after them. glp-batch is the
      *> batch that last moved the record, and the glp-prev- fields
      *> hold what the record said before it, so a batch that never
      *> completed can be taken back out.
       01 glp-entry.
           02 glp-debt-number pic 9(6).
           02 glp-origin-posted pic X.
           02 glp-rows-posted pic 9(5).
           02 glp-batch pic 9(6).
           02 glp-prev-origin pic X.
           02 glp-prev-rows pic 9(5).
           02 glp-prev-batch pic 9(6).
           02 glp-filler pic X value X"0A".
