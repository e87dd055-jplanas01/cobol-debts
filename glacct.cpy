      *> glacct.cpy - shared record layout for the general-ledger
      *> account map (glaccts.dat). One record per posting role the
      *> ledger knows about - receivables, payables, cash, bad-debt
      *> expense per write-off reason and so on, see debtgl - giving
      *> the account code the general ledger files that role under.
      *> Kept from debtgl's account maintenance modes.
       01 gla-entry.
           02 gla-key pic X(8).
           02 gla-account pic X(12).
           02 gla-description pic X(30).
           02 gla-filler pic X value X"0A".
