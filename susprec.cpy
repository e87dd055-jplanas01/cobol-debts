      *> susprec.cpy - shared record layout for the deposit suspense
      *> file (suspense.dat). One record per bank deposit, or the
      *> unplaced part of one, that debtbnk could not match to a
      *> debt with confidence. susp-reason says why: ND no debtor
      *> matches the reference, SD several debtors match, NO the
      *> debtor has no open debt in that currency, OB more money
      *> than is open, DN the quoted debt cannot take the payment,
      *> CU currency not carried, TM the debtor has more open debts
      *> than a deposit can be split over, BD bad date or amount.
      *> An item stays open (status O) until the whole amount is
      *> applied to debts (P, posted) or it is handed back to the
      *> payer (R); susp-applied carries what has been posted so
      *> far.
       01 susp-entry.
           02 susp-number pic 9(6).
           02 susp-dep-date.
               03 susp-day-of pic 99.
               03 susp-month-of pic 99.
               03 susp-year-of pic 9(4).
           02 susp-amount pic 9(5).
           02 susp-applied pic 9(5).
           02 susp-currency pic X(3).
           02 susp-reference pic X(30).
           02 susp-reason pic XX.
           02 susp-debtor-hint pic 9(4).
           02 susp-status pic X.
           02 susp-worked-date.
               03 susp-worked-day pic 99.
               03 susp-worked-month pic 99.
               03 susp-worked-year pic 9(4).
           02 susp-filler pic X value X"0A".
