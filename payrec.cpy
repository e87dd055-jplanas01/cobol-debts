      *> (IN interest, LC flat late charge) and is added to the
      *> amount owed, not to PAID or WRITTEN-OFF; "R" (reason RV)
      *> backs an earlier "P" row out of PAID after a bounced
      *> payment, so both sides stay on the history. pay-operator is
      *> who keyed the row (the program name for batch postings)
      *> and pay-approved-by the supervisor who released it from
      *> the approval queue; rows from before sign-on read back as
      *> spaces in both.
      *>
      *> The journal is indexed on pay-key, the debt number plus a
      *> posting sequence that starts at 1 for each debt and counts
      *> up in posting order, so a debt's rows are read back with a
      *> START on the debt and READ NEXT until the debt changes.
      *> pay-post-date is pay-date as YYYYMMDD, the alternate key
      *> (duplicates allowed) for runs that want one month's rows.
      *> Appenders take the debt's highest sequence plus one. The
      *> file was line sequential before; debtpcv converts it.
       01 pay-entry.
           02 pay-key.
               03 pay-debt-number pic 9(6).
               03 pay-seq pic 9(5).
           02 pay-date.
               03 pay-day-of pic 99.
               03 pay-month-of pic 99.
           02 pay-type pic X.
           02 pay-reason pic XX.
           02 pay-is-mine pic 9.
           02 pay-operator pic X(8).
           02 pay-approved-by pic X(8).
           02 pay-post-date pic 9(8).
           02 pay-filler pic X.
