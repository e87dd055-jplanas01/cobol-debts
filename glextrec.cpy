      *> glextrec.cpy - record layout for the general-ledger import
      *> file debtgl writes, one file per batch (glNNNNNN.dat). An
      *> H header opens the batch, then one D line per debit or
      *> credit - every transaction is written as a balanced pair in
      *> its own currency - then one T trailer per currency with its
      *> line count and debit and credit totals, which must agree,
      *> and a closing Z trailer with the same totals for the whole
      *> batch as control figures. glx-source says what the line
      *> came from: N new debt, P payment, W write-off, A accrued
      *> charge, R reversed payment, F revaluation.
       01 glx-record.
           02 glx-type pic X.
           02 glx-batch pic 9(6).
           02 glx-body pic X(85).
           02 glx-header redefines glx-body.
               03 glx-run-date pic 9(8).
               03 glx-run-time pic 9(6).
               03 filler pic X(71).
           02 glx-detail redefines glx-body.
               03 glx-line-number pic 9(7).
               03 glx-post-date pic 9(8).
               03 glx-currency pic X(3).
               03 glx-account pic X(12).
               03 glx-debit pic 9(9).
               03 glx-credit pic 9(9).
               03 glx-debt-number pic 9(6).
               03 glx-source pic X.
               03 glx-description pic X(30).
           02 glx-trailer redefines glx-body.
               03 glx-trl-currency pic X(3).
               03 glx-trl-lines pic 9(7).
               03 glx-trl-debits pic 9(11).
               03 glx-trl-credits pic 9(11).
               03 filler pic X(53).
