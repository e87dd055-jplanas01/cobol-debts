      *> opermst.cpy - shared record layout for the operator file
      *> (operators.dat). One record per person allowed to sign on
      *> to the debt ledger. oper-role is C for a clerk or S for a
      *> supervisor; only a supervisor may correct a debt, decide
      *> the approval queue or maintain this file. A write-off
      *> larger than oper-woff-limit goes to the approval queue
      *> instead of posting. oper-active N keeps the record for the
      *> history but refuses the sign-on.
       01 oper-entry.
           02 oper-id pic X(8).
           02 oper-name pic X(20).
           02 oper-password pic X(8).
           02 oper-role pic X.
           02 oper-woff-limit pic 9(5).
           02 oper-active pic X.
           02 oper-filler pic X value X"0A".
