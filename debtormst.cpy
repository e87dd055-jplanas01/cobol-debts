      *> debtormst.cpy - shared record layout for the debtor master
      *> file (debtors.dat). One record per person, so the same name
      *> is keyed once and every debt can point at it by number.
      *> debtor-credit-limit is in USD and caps the person's open
      *> is-mine exposure across currencies (0 = no limit). The risk
      *> grade - A best to D high risk, space not yet graded - and
      *> the score behind it are written by the debtrsk run on the
      *> date shown. A debtor keyed twice is folded into the other
      *> record by debtmrg: the retired record stays on file with
      *> debtor-status M and debtor-merged-into naming the
      *> survivor, and nothing new may point at it.
       01 debtor-entry.
           02 debtor-number pic 9(4).
           02 debtor-name pic X(20).
           02 debtor-phone pic X(12).
           02 debtor-notes pic X(40).
           02 debtor-credit-limit pic 9(7).
           02 debtor-risk-grade pic X.
           02 debtor-risk-score pic 9(5).
           02 debtor-graded-date.
               03 debtor-graded-day pic 99.
               03 debtor-graded-month pic 99.
               03 debtor-graded-year pic 9(4).
           02 debtor-status pic X.
               88 debtor-is-merged value "M".
           02 debtor-merged-into pic 9(4).
           02 debtor-filler pic X value X"0A".
