      *> disprec.cpy - shared record layout for the dispute file
      *> (disputes.dat). A dispute is opened from debts.cob when a
      *> debtor says a debt is wrong, and is keyed by the debt
      *> number plus a sequence, so a debt keeps every dispute it
      *> ever had; at most one is open at a time. disp-reason is AM
      *> amount wrong, NM not my debt, PD already paid, GS goods or
      *> service, OT other. Dates are YYYYMMDD; disp-raised-date is
      *> when the debtor raised it. While disp-status is O the
      *> debt is held: debtdun sends no notice, debtacr charges
      *> nothing and debtpro keeps the debtor off the call list.
      *> Resolving sets disp-status R and disp-outcome U upheld,
      *> J rejected or P partially upheld.
       01 disp-entry.
           02 disp-key.
               03 disp-debt-number pic 9(6).
               03 disp-seq pic 9(3).
           02 disp-reason pic XX.
           02 disp-raised-date pic 9(8).
           02 disp-note pic X(40).
           02 disp-status pic X.
               88 disp-is-open value "O".
               88 disp-is-resolved value "R".
           02 disp-outcome pic X.
           02 disp-opened-by pic X(8).
           02 disp-resolved-date pic 9(8).
           02 disp-resolved-by pic X(8).
           02 disp-filler pic X value X"0A".
